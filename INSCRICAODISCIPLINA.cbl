      *               MANUTENCAOHORARIO) a outra turma em que o aluno
      *               ja esta matriculado no mesmo periodo. Sem o
      *               arquivo de grade, a conferencia fica desligada.
      * 15/10/26 RMS  Pre-requisito com curso (PRE-COURSE-CODE/
      *               PRE-VERSAO) passou a valer so para os alunos
      *               do curso na versao da matriz curricular deles
      *               (RESOLVEMATRIZ); linha sem curso vale para
      *               todos, como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCRICAODISCIPLINA.
          05 WS-PREREQ-TAB OCCURS 200 TIMES.
             10 WS-PRE-MATERIA     PIC X(50).
             10 WS-PRE-REQUISITO   PIC X(50).
             10 WS-PRE-CURSO       PIC X(05).
             10 WS-PRE-VERSAO      PIC X(04).
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       77 WS-VERSAO-ALUNO          PIC X(04) VALUE SPACES.

       01 WS-TABELA-MATERIAS.
          05 WS-QTD-MATERIAS       PIC 9(03) VALUE 0.
                                 WS-PRE-MATERIA(WS-QTD-PREREQ)
                            MOVE PRE-REQUISITO TO
                                 WS-PRE-REQUISITO(WS-QTD-PREREQ)
                            MOVE PRE-COURSE-CODE TO
                                 WS-PRE-CURSO(WS-QTD-PREREQ)
                            MOVE PRE-VERSAO TO
                                 WS-PRE-VERSAO(WS-QTD-PREREQ)
                        END-IF
                END-READ
            END-PERFORM
      *                                  FREQUENCIA >= 75%, ESTORNO
      *                                  ANULA). O PRIMEIRO PENDENTE
      *                                  FICA EM WS-PREREQ-FALTANTE.
      *                                  LINHA COM CURSO SO VALE PARA
      *                                  O CURSO E A VERSAO DA MATRIZ
      *                                  DO ALUNO.
      ******************************************************************
       2200-VALIDA-PREREQUISITOS.
            SET PREREQ-ATENDIDOS TO TRUE
            IF WS-QTD-PREREQ = 0
                GO TO 2200-FIM
            END-IF
            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE STUDENT-VERSAO-MATRIZ TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-ALUNO
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-PREREQ
                    OR PREREQ-PENDENTE
                IF WS-PRE-MATERIA(WS-IDX-2) =
                   WS-TUR-MATERIA(WS-POS-TURMA)
                   AND (WS-PRE-CURSO(WS-IDX-2) = SPACES
                        OR (WS-PRE-CURSO(WS-IDX-2) = COURSE-CODE
                            AND WS-PRE-VERSAO(WS-IDX-2) =
                                WS-VERSAO-ALUNO))
                    PERFORM 2300-CONFERE-UM-PREREQ THRU 2300-FIM
                    IF WS-PREREQ-VIGENTE = 0
                       OR WS-PREREQ-MEDIA < WS-NOTA-MINIMA
