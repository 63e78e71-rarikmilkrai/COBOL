      *               soma dos CPFs) e e conferido por inteiro antes
      *               de qualquer inclusao; divergencia recusa o
      *               arquivo com registro no log central.
      * 15/10/26 RMS  A inclusao passou a vincular o aluno a versao
      *               da matriz curricular em vigor no ingresso
      *               (RESOLVEMATRIZ), gravada e auditada.
      * 15/10/26 RMS  Matricula importada grava unidade sede e aluno
      *               regular (STUDENT-TIPO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAMATRICULAS.
          COPY OPERADOR_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
            MOVE MAT-ENROLLMENT-DATE TO ENROLLMENT-DATE
            MOVE MAT-STUDENT-CPF TO STUDENT-CPF
            SET STUDENT-ATIVO TO TRUE
            MOVE SPACES TO STUDENT-UNIDADE
            SET STUDENT-REGULAR TO TRUE
            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE SPACES TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO STUDENT-VERSAO-MATRIZ

            WRITE REG-ESTUDANTE
                  INVALID KEY
            MOVE COURSE-CODE TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM

            MOVE 'VERSAO-MATRIZ' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE STUDENT-VERSAO-MATRIZ TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM

            MOVE 'ENROLLMENT-DATE' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE ENROLLMENT-DATE TO AUD-VALOR-NOVO
