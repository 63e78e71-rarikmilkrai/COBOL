      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:PEDIDO DE EXCLUSAO NO BIRO DE CREDITO (COPYBOOK
      *         NEGATIVACAO_PARM) SOBRE O REGISTRO DE NEGATIVACOES
      *         (FD_NEGATIVACAO, DD_NEGATIVACOES): QUEM QUITA OU
      *         RENEGOCIA UM DEBITO CHAMA A SUBROTINA COM O ALUNO, A
      *         COMPETENCIA (ZEROS = TODAS) E O MOTIVO. DEBITO JA
      *         INCLUIDO NO BIRO VIRA EXCLUSAO PENDENTE (P) COM A DATA
      *         DO PEDIDO E A DATA LIMITE LEGAL (DD_PRAZO_EXCLUSAO
      *         DIAS UTEIS, PADRAO 5), QUE O GERANEGATIVACAO GRAVA NA
      *         REMESSA DO BIRO; DEBITO SO AVISADO E CANCELADO (C) E
      *         NUNCA CHEGA A SER INCLUIDO. REGISTRO ALEM DA TABELA
      *         DEVOLVE FALHA SEM REGRAVAR NADA (A CONFERENCIA DIARIA
      *         DO GERANEGATIVACAO PEGA O DEBITO QUITADO DO MESMO
      *         JEITO).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCLUINEGATIVACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVACOES ASSIGN TO DYNAMIC WS-NEG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NEGATIVACOES.
          COPY FD_NEGATIVACAO.

       WORKING-STORAGE SECTION.
       01 WS-NEG-DD                PIC X(100) VALUE SPACES.
       77 WS-NEG-FS                PIC XX VALUE SPACES.
          88 NEG-FS-OK             VALUE '00'.
       77 WS-NEG-EOF               PIC X VALUE 'N'.
          88 NEG-FIM-ARQUIVO       VALUE 'F'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-TXT             PIC X(02) VALUE SPACES.
       77 WS-PRAZO-EXCLUSAO        PIC 9(02) VALUE 5.
       77 WS-DIA-CORRENTE          PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-UTEIS            PIC 9(02) VALUE ZEROS.
       77 WS-DT-LIMITE             PIC 9(08) VALUE ZEROS.

       01 WS-TABELA-NEGATIVACOES.
          05 WS-QTD-NEG            PIC 9(04) VALUE 0.
          05 WS-NEG-REG OCCURS 5000 TIMES PIC X(117).
       77 WS-IDX-NEG               PIC 9(04) VALUE ZEROS.
       77 WS-NEG-ESTOUROU          PIC 9 VALUE 0.
          88 NEGATIVACOES-ESTOURARAM VALUE 1.

       LINKAGE SECTION.
       01 PARAMETRES.
          COPY NEGATIVACAO_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            SET NGP-OK TO TRUE
            MOVE ZEROS TO NGP-QTD-MARCADAS
            MOVE ZEROS TO NGP-DT-LIMITE

            ACCEPT WS-NEG-DD FROM ENVIRONMENT 'DD_NEGATIVACOES'
            IF WS-NEG-DD = SPACES
                MOVE 'NEGATIVACOES.TXT' TO WS-NEG-DD
            END-IF
            ACCEPT WS-PRAZO-TXT FROM ENVIRONMENT 'DD_PRAZO_EXCLUSAO'
            IF WS-PRAZO-TXT NOT = SPACES AND WS-PRAZO-TXT NUMERIC
                MOVE WS-PRAZO-TXT TO WS-PRAZO-EXCLUSAO
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 1000-CARREGA-REGISTRO THRU 1000-FIM
            IF NGP-FALHA OR WS-QTD-NEG = 0
                GOBACK
            END-IF
            PERFORM 2000-MARCA-EXCLUSAO THRU 2000-FIM
            IF NGP-QTD-MARCADAS > 0
                PERFORM 3000-REGRAVA-REGISTRO THRU 3000-FIM
            END-IF
            GOBACK.

      ******************************************************************
      * 1000-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE NEGATIVACOES
      *                              (AUSENTE = NADA A EXCLUIR).
      ******************************************************************
       1000-CARREGA-REGISTRO.
            MOVE 0 TO WS-QTD-NEG
            MOVE 0 TO WS-NEG-ESTOUROU
            OPEN INPUT NEGATIVACOES
            IF NOT NEG-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-NEG-EOF
            PERFORM UNTIL NEG-FIM-ARQUIVO
                READ NEGATIVACOES
                    AT END
                        MOVE 'F' TO WS-NEG-EOF
                    NOT AT END
                        IF WS-QTD-NEG < 5000
                            ADD 1 TO WS-QTD-NEG
                            MOVE REG-NEGATIVACAO TO
                                 WS-NEG-REG(WS-QTD-NEG)
                        ELSE
                            MOVE 1 TO WS-NEG-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NEGATIVACOES
      * REGISTRO ALEM DA TABELA: A REGRAVACAO APAGARIA AS LINHAS
      * EXCEDENTES - O PEDIDO FALHA E O ARQUIVO FICA INTACTO.
            IF NEGATIVACOES-ESTOURARAM
                SET NGP-FALHA TO TRUE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-MARCA-EXCLUSAO  --  MARCA OS DEBITOS DO ALUNO AINDA EM
      *                            ANDAMENTO: INCLUIDO VIRA EXCLUSAO
      *                            PENDENTE COM O PRAZO LEGAL; AVISADO
      *                            E CANCELADO ANTES DA INCLUSAO.
      ******************************************************************
       2000-MARCA-EXCLUSAO.
            PERFORM 2100-CALCULA-LIMITE THRU 2100-FIM
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-CD-STUDENT = NGP-CD-STUDENT
                   AND (NGP-COMPETENCIA = ZEROS
                        OR NEG-COMPETENCIA = NGP-COMPETENCIA)
                    IF NEG-INCLUIDA
                        MOVE 'P' TO NEG-SITUACAO
                        MOVE WS-DATA-HOJE TO NEG-DT-PEDIDO-EXCL
                        MOVE WS-DT-LIMITE TO NEG-DT-LIMITE-EXCL
                        MOVE NGP-MOTIVO TO NEG-MOTIVO-EXCL
                        MOVE WS-DT-LIMITE TO NGP-DT-LIMITE
                        ADD 1 TO NGP-QTD-MARCADAS
                    END-IF
                    IF NEG-AVISADA
                        MOVE 'C' TO NEG-SITUACAO
                        MOVE WS-DATA-HOJE TO NEG-DT-PEDIDO-EXCL
                        MOVE NGP-MOTIVO TO NEG-MOTIVO-EXCL
                        ADD 1 TO NGP-QTD-MARCADAS
                    END-IF
                    MOVE REG-NEGATIVACAO TO WS-NEG-REG(WS-IDX-NEG)
                END-IF
            END-PERFORM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CALCULA-LIMITE  --  DATA LIMITE DA EXCLUSAO: HOJE MAIS O
      *                            PRAZO EM DIAS UTEIS (SEGUNDA A
      *                            SEXTA; O DIA 1 DO INTEGER-OF-DATE,
      *                            01/01/1601, FOI UMA SEGUNDA).
      ******************************************************************
       2100-CALCULA-LIMITE.
            COMPUTE WS-DIA-CORRENTE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            MOVE 0 TO WS-DIAS-UTEIS
            PERFORM UNTIL WS-DIAS-UTEIS >= WS-PRAZO-EXCLUSAO
                ADD 1 TO WS-DIA-CORRENTE
                COMPUTE WS-DIA-SEMANA =
                        FUNCTION MOD(WS-DIA-CORRENTE - 1, 7)
                IF WS-DIA-SEMANA < 5
                    ADD 1 TO WS-DIAS-UTEIS
                END-IF
            END-PERFORM
            COMPUTE WS-DT-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE).
       2100-FIM.
            EXIT.

       3000-REGRAVA-REGISTRO.
            OPEN OUTPUT NEGATIVACOES
            IF NOT NEG-FS-OK
                SET NGP-FALHA TO TRUE
                GO TO 3000-FIM
            END-IF
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                WRITE REG-NEGATIVACAO
            END-PERFORM
            CLOSE NEGATIVACOES.
       3000-FIM.
            EXIT.

       END PROGRAM EXCLUINEGATIVACAO.
