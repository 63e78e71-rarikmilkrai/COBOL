      *         (CD-STUDENT INVALIDO OU NAO CADASTRADO), MAT (MATERIA
      *         FORA DO CATALOGO), INS (ALUNO SEM INSCRICAO NA TURMA
      *         NO PERIODO), JAN (FORA DA JANELA DE LANCAMENTO), NOT
      *         (NOTA FORA DE 0-100), PRF (OPERADOR DO PORTAL SEM
      *         PROFESSOR VINCULADO OU PROFESSOR NAO ATRIBUIDO A
      *         TURMA NA DATA - A SECRETARIA PASSA, E O OVERRIDE E
      *         DECIDIDO NA POSTAGEM PELO CALCULARNOTAS).
      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao - as notas digitadas no portal eram
      *               redigitadas aqui no arquivo de lote.
      * 15/10/26 RMS  Incluido o campo operador (o usuario do portal
      *               que lancou): o professor vinculado a ele tem de
      *               estar atribuido a turma hoje (CONFEREPROFTURMA),
      *               senao a entrada e recusada com motivo PRF; o
      *               operador segue no lote (LOTE-OPER-ID) para a
      *               conferencia e o override da secretaria na
      *               postagem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTANOTASJSON.
          COPY TICKET_PARM.
       01 WS-CAL-PARM.
          COPY CALENDARIO_PARM.
       01 WS-PTC-PARM.
          COPY PROFTURMA_PARM.

      * CATALOGO DE MATERIAS ATIVAS EM MEMORIA (MESMA REGRA DO
      * CALCULARNOTAS: CATALOGO VAZIO NAO BLOQUEIA O LANCAMENTO).
       77 WS-ENT-MATERIA           PIC X(50) VALUE SPACES.
       77 WS-ENT-TURMA             PIC X(08) VALUE SPACES.
       77 WS-ENT-PERIODO           PIC X(06) VALUE SPACES.
       77 WS-ENT-OPERADOR          PIC X(20) VALUE SPACES.
       01 WS-ENT-NOTAS.
          03 WS-ENT-NOTA OCCURS 4 TIMES PIC 9(3)V9(2).
       77 WS-IDX-NOTA              PIC 9(01) VALUE ZEROS.
      * DETALHES ACEITOS FICAM EM MEMORIA ATE O FIM, PORQUE O
      * CABECALHO *H PRECISA DECLARAR A QUANTIDADE DO LOTE.
       01 WS-TAB-ACEITAS.
          03 WS-ACE-REG OCCURS 2000 TIMES PIC X(156).
       77 WS-IDX-ACE               PIC 9(04) COMP VALUE ZEROS.

       01 WS-LOTE-CABECALHO.

      ******************************************************************
      * 3000-EXTRAI-CAMPOS  --  EXTRAI cd_student, materia, turma,
      *                           periodo, operador E nota1..nota4 DO
      *                           OBJETO JSON DA LINHA; SEM cd_student,
      *                           materia OU periodo A LINHA E
      *                           RECUSADA (JSN).
      ******************************************************************
       3000-EXTRAI-CAMPOS.
            MOVE ZEROS TO WS-ENT-CD
            MOVE SPACES TO WS-ENT-MATERIA WS-ENT-TURMA WS-ENT-PERIODO
            MOVE SPACES TO WS-ENT-OPERADOR
            MOVE ZEROS TO WS-ENT-NOTAS

            MOVE 'cd_student' TO WS-CAMPO-CHAVE
            END-IF
            MOVE WS-CAMPO-VALOR TO WS-ENT-PERIODO

            MOVE 'operador' TO WS-CAMPO-CHAVE
            PERFORM 3100-EXTRAI-VALOR THRU 3100-FIM
            IF CAMPO-ACHADO
                MOVE WS-CAMPO-VALOR TO WS-ENT-OPERADOR
            END-IF

            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 4
                MOVE SPACES TO WS-CAMPO-CHAVE
      ******************************************************************
      * 3500-CRITICA-ENTRADA  --  CRITICA O CD CONTRA O CADASTRO, A
      *                             MATERIA CONTRA O CATALOGO, A
      *                             INSCRICAO NA TURMA NO PERIODO, A
      *                             ATRIBUICAO DO PROFESSOR DO OPERADOR
      *                             A TURMA E A JANELA DE LANCAMENTO DO
      *                             CALENDARIO.
      ******************************************************************
       3500-CRITICA-ENTRADA.
            MOVE WS-ENT-CD TO CD-STUDENT
                END-IF
            END-IF

            PERFORM 3800-CONFERE-PROFESSOR THRU 3800-FIM
            IF NOT ENTRADA-ACEITA
                GO TO 3500-FIM
            END-IF

            MOVE WS-DATA-HOJE TO CAL-DATA OF WS-CAL-PARM
            MOVE WS-ENT-PERIODO TO CAL-PERIODO OF WS-CAL-PARM
            CALL 'CALENDARIOLETIVO' USING WS-CAL-PARM
       3700-FIM.
            EXIT.

      ******************************************************************
      * 3800-CONFERE-PROFESSOR  --  CONFERE, VIA CONFEREPROFTURMA, SE O
      *                              PROFESSOR VINCULADO AO OPERADOR DO
      *                              PORTAL ESTA ATRIBUIDO A TURMA HOJE.
      *                              OPERADOR DA SECRETARIA PASSA (O
      *                              OVERRIDE E DECIDIDO E AUDITADO NA
      *                              POSTAGEM DO LOTE); SEM
      *                              PROF_TURMA.TXT A CRITICA FICA
      *                              DESLIGADA.
      ******************************************************************
       3800-CONFERE-PROFESSOR.
            MOVE WS-ENT-OPERADOR TO PTC-OPER-ID OF WS-PTC-PARM
            MOVE SPACES TO PTC-PROF-CODIGO OF WS-PTC-PARM
            MOVE WS-ENT-TURMA TO PTC-TURMA OF WS-PTC-PARM
            MOVE WS-DATA-HOJE TO PTC-DATA OF WS-PTC-PARM
            CALL 'CONFEREPROFTURMA' USING WS-PTC-PARM
            IF PTC-ATRIBUIDO OF WS-PTC-PARM
               OR PTC-SEM-ATRIBUICOES OF WS-PTC-PARM
               OR PTC-SECRETARIA OF WS-PTC-PARM
                GO TO 3800-FIM
            END-IF
            MOVE 'PRF' TO WS-MOTIVO.
       3800-FIM.
            EXIT.

      ******************************************************************
      * 4000-GUARDA-ACEITA  --  MONTA O REGISTRO DE DETALHE DO LOTE E
      *                           O GUARDA NA TABELA (O CABECALHO *H
                PERFORM 4500-GRAVA-REJEITADA THRU 4500-FIM
                GO TO 4000-FIM
            END-IF
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-ENT-CD TO LOTE-CD-STUDENT
            MOVE NM-STUDENT TO LOTE-NOME-ALUNO
            MOVE WS-ENT-MATERIA TO LOTE-MATERIA
            MOVE WS-ENT-NOTA(3) TO LOTE-NOTA-3
            MOVE WS-ENT-NOTA(4) TO LOTE-NOTA-4
            MOVE WS-ENT-TURMA TO LOTE-TURMA
            MOVE WS-ENT-OPERADOR TO LOTE-OPER-ID

            ADD 1 TO WS-QTD-ACEITAS
            MOVE REG-LOTE-NOTAS TO WS-ACE-REG(WS-QTD-ACEITAS)
