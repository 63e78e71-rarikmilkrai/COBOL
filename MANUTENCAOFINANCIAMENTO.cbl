      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MANUTENCAO DOS CONTRATOS DE FINANCIAMENTO ESTUDANTIL DO
      *         PROGRAMA DO GOVERNO (FD_FINANCIAMENTO,
      *         FINANCIAMENTOS.TXT), NOS MOLDES DO MANUTENCAOCONVENIO:
      *         (I)NCLUIR O CONTRATO DE UM ALUNO ATIVO PARA UM SEMESTRE
      *         (AAAAS) COM O PERCENTUAL FINANCIADO, (C)ANCELAR E
      *         (L)ISTAR, SOB VALIDAOPERADOR E COM TRILHA VIA
      *         GRAVAAUDITORIA (TRANSACAO G). UM CONTRATO ATIVO POR
      *         ALUNO E SEMESTRE; A RENOVACAO SEMESTRAL E UM REGISTRO
      *         NOVO. O GERAMENSALIDADE USA O REGISTRO PARA TIRAR A
      *         PARTE FINANCIADA DA MENSALIDADE DO ALUNO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOFINANCIAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINANCIAMENTOS ASSIGN TO DYNAMIC WS-FIN-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIN-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FINANCIAMENTOS.
          COPY FD_FINANCIAMENTO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-FIN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-FIN-FS                PIC XX VALUE SPACES.
          88 FIN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-FIN-EOF               PIC X VALUE 'N'.
          88 FIN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-CANCELAR     VALUE 'C' 'c'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-FINANCIAMENTOS.
          05 WS-QTD-FIN            PIC 9(04) VALUE 0.
          05 WS-FIN-TAB OCCURS 5000 TIMES.
             10 WS-TF-CD           PIC 9(05).
             10 WS-TF-CONTRATO     PIC X(20).
             10 WS-TF-SEMESTRE     PIC 9(05).
             10 WS-TF-PERC         PIC 9(03)V9(02).
             10 WS-TF-SIT          PIC X(01).
             10 WS-TF-DT-REGISTRO  PIC 9(08).
             10 WS-TF-OPERADOR     PIC X(20).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       01 WS-SEMESTRE-ALVO         PIC 9(05) VALUE ZEROS.
       01 WS-SEMESTRE-ALVO-R REDEFINES WS-SEMESTRE-ALVO.
          03 WS-SEM-ALVO-ANO       PIC 9(04).
          03 WS-SEM-ALVO-NUM       PIC 9(01).
       77 WS-POS-FIN               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-PERC-ED               PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOFINANCIAMENTO - FINANCIAMENTO     *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-FIN-DD FROM ENVIRONMENT 'DD_FINANCIAMENTOS'
            IF WS-FIN-DD = SPACES
                MOVE 'FINANCIAMENTOS.TXT' TO WS-FIN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF

            PERFORM 1000-CARREGA-FINANCIAMENTOS THRU 1000-FIM
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** FINANCIAMENTO ESTUDANTIL ***'
                DISPLAY '(I)NCLUIR (C)ANCELAR (L)ISTAR (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INCLUIR
                        PERFORM 2000-INCLUIR THRU 2000-FIM
                    WHEN TRANS-CANCELAR
                        PERFORM 3000-CANCELAR THRU 3000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0600-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR.
      ******************************************************************
       0600-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA DO OPERADOR: '
                ACCEPT WS-SENHA
            END-IF
            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-FINANCIAMENTOS  --  CARREGA O REGISTRO DE
      *                                    CONTRATOS INTEIRO EM
      *                                    MEMORIA.
      ******************************************************************
       1000-CARREGA-FINANCIAMENTOS.
            OPEN INPUT FINANCIAMENTOS
            IF NOT FIN-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-FIN-EOF
            PERFORM UNTIL FIN-FIM-ARQUIVO
                READ FINANCIAMENTOS
                    AT END
                        MOVE 'F' TO WS-FIN-EOF
                    NOT AT END
                        IF WS-QTD-FIN < 5000
                            ADD 1 TO WS-QTD-FIN
                            MOVE FIN-CD-STUDENT TO
                                 WS-TF-CD(WS-QTD-FIN)
                            MOVE FIN-CONTRATO TO
                                 WS-TF-CONTRATO(WS-QTD-FIN)
                            MOVE FIN-SEMESTRE TO
                                 WS-TF-SEMESTRE(WS-QTD-FIN)
                            MOVE FIN-PERCENTUAL TO
                                 WS-TF-PERC(WS-QTD-FIN)
                            MOVE FIN-SITUACAO TO WS-TF-SIT(WS-QTD-FIN)
                            MOVE FIN-DT-REGISTRO TO
                                 WS-TF-DT-REGISTRO(WS-QTD-FIN)
                            MOVE FIN-OPERADOR TO
                                 WS-TF-OPERADOR(WS-QTD-FIN)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FINANCIAMENTOS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR  --  INCLUI O CONTRATO DE UM ALUNO ATIVO PARA UM
      *                     SEMESTRE (AAAAS, S = 1 OU 2), SEM OUTRO
      *                     CONTRATO ATIVO NO MESMO SEMESTRE, COM O
      *                     PERCENTUAL DA MENSALIDADE PAGO PELO
      *                     PROGRAMA.
      ******************************************************************
       2000-INCLUIR.
            IF WS-QTD-FIN >= 5000
                DISPLAY 'TABELA DE FINANCIAMENTOS CHEIA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'CD-STUDENT...............: '
            ACCEPT WS-CD-ALVO
            IF ESTUDANTE-ABERTO
                MOVE WS-CD-ALVO TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        DISPLAY 'CD-STUDENT NAO CADASTRADO.'
                        GO TO 2000-FIM
                    NOT INVALID KEY
                        IF NOT STUDENT-ATIVO
                            DISPLAY 'ESTUDANTE NAO ATIVO.'
                            GO TO 2000-FIM
                        END-IF
                END-READ
            END-IF
            DISPLAY 'SEMESTRE (AAAAS, S=1 OU 2): '
            ACCEPT WS-SEMESTRE-ALVO
            IF WS-SEM-ALVO-ANO < 2000
               OR (WS-SEM-ALVO-NUM NOT = 1 AND WS-SEM-ALVO-NUM NOT = 2)
                DISPLAY 'SEMESTRE INVALIDO - CONTRATO NAO GRAVADO.'
                GO TO 2000-FIM
            END-IF
            PERFORM 3100-LOCALIZA-CONTRATO THRU 3100-FIM
            IF WS-POS-FIN NOT = 0
                DISPLAY 'ALUNO JA TEM CONTRATO ATIVO NO SEMESTRE: '
                        WS-TF-CONTRATO(WS-POS-FIN)
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-FIN
            MOVE WS-CD-ALVO TO WS-TF-CD(WS-QTD-FIN)
            MOVE WS-SEMESTRE-ALVO TO WS-TF-SEMESTRE(WS-QTD-FIN)
            DISPLAY 'NUMERO DO CONTRATO NO PROGRAMA: '
            ACCEPT WS-TF-CONTRATO(WS-QTD-FIN)
            IF WS-TF-CONTRATO(WS-QTD-FIN) = SPACES
                DISPLAY 'CONTRATO NAO INFORMADO - NAO GRAVADO.'
                SUBTRACT 1 FROM WS-QTD-FIN
                GO TO 2000-FIM
            END-IF
            DISPLAY 'PERCENTUAL FINANCIADO (0,01-100): '
            ACCEPT WS-TF-PERC(WS-QTD-FIN)
            IF WS-TF-PERC(WS-QTD-FIN) = 0
               OR WS-TF-PERC(WS-QTD-FIN) > 100
                DISPLAY 'PERCENTUAL INVALIDO - CONTRATO NAO GRAVADO.'
                SUBTRACT 1 FROM WS-QTD-FIN
                GO TO 2000-FIM
            END-IF
            MOVE 'A' TO WS-TF-SIT(WS-QTD-FIN)
            MOVE WS-DATA-HOJE TO WS-TF-DT-REGISTRO(WS-QTD-FIN)
            MOVE WS-OPERADOR TO WS-TF-OPERADOR(WS-QTD-FIN)
            PERFORM 7000-REGRAVA-FINANCIAMENTOS THRU 7000-FIM
            DISPLAY 'CONTRATO INCLUIDO PARA O SEMESTRE '
                    WS-SEMESTRE-ALVO '.'

            MOVE 'FINANC-INCL' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-TF-CONTRATO(WS-QTD-FIN) TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-CANCELAR  --  CANCELA O CONTRATO ATIVO DO ALUNO NO
      *                      SEMESTRE (O REGISTRO NAO E REMOVIDO). AS
      *                      MENSALIDADES JA GERADAS NAO SAO REFEITAS.
      ******************************************************************
       3000-CANCELAR.
            DISPLAY 'CD-STUDENT...............: '
            ACCEPT WS-CD-ALVO
            DISPLAY 'SEMESTRE (AAAAS).........: '
            ACCEPT WS-SEMESTRE-ALVO
            PERFORM 3100-LOCALIZA-CONTRATO THRU 3100-FIM
            IF WS-POS-FIN = 0
                DISPLAY 'CONTRATO ATIVO NAO ENCONTRADO.'
                GO TO 3000-FIM
            END-IF
            MOVE 'C' TO WS-TF-SIT(WS-POS-FIN)
            PERFORM 7000-REGRAVA-FINANCIAMENTOS THRU 7000-FIM
            DISPLAY 'CONTRATO CANCELADO.'

            MOVE 'FINANC-CANC' TO AUD-CAMPO
            MOVE WS-TF-CONTRATO(WS-POS-FIN) TO AUD-VALOR-ANTIGO
            MOVE WS-SEMESTRE-ALVO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-LOCALIZA-CONTRATO  --  POSICAO DO CONTRATO ATIVO DE
      *                               WS-CD-ALVO NO SEMESTRE
      *                               WS-SEMESTRE-ALVO (0 = NAO
      *                               ENCONTRADO).
      ******************************************************************
       3100-LOCALIZA-CONTRATO.
            MOVE 0 TO WS-POS-FIN
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FIN
                IF WS-TF-CD(WS-IDX) = WS-CD-ALVO
                   AND WS-TF-SEMESTRE(WS-IDX) = WS-SEMESTRE-ALVO
                   AND WS-TF-SIT(WS-IDX) = 'A'
                    MOVE WS-IDX TO WS-POS-FIN
                    MOVE WS-QTD-FIN TO WS-IDX
                END-IF
            END-PERFORM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA OS CONTRATOS DE FINANCIAMENTO.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'ALUNO SEMES CONTRATO             PERC   '
                    'SIT REGISTRO OPERADOR'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FIN
                MOVE WS-TF-PERC(WS-IDX) TO WS-PERC-ED
                DISPLAY WS-TF-CD(WS-IDX) ' '
                        WS-TF-SEMESTRE(WS-IDX) ' '
                        WS-TF-CONTRATO(WS-IDX) ' '
                        WS-PERC-ED ' '
                        WS-TF-SIT(WS-IDX) '   '
                        WS-TF-DT-REGISTRO(WS-IDX) ' '
                        WS-TF-OPERADOR(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-FINANCIAMENTOS  --  REGRAVA O REGISTRO DE
      *                                    CONTRATOS INTEIRO A PARTIR
      *                                    DA TABELA.
      ******************************************************************
       7000-REGRAVA-FINANCIAMENTOS.
            OPEN OUTPUT FINANCIAMENTOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FIN
                MOVE WS-TF-CD(WS-IDX)          TO FIN-CD-STUDENT
                MOVE WS-TF-CONTRATO(WS-IDX)    TO FIN-CONTRATO
                MOVE WS-TF-SEMESTRE(WS-IDX)    TO FIN-SEMESTRE
                MOVE WS-TF-PERC(WS-IDX)        TO FIN-PERCENTUAL
                MOVE WS-TF-SIT(WS-IDX)         TO FIN-SITUACAO
                MOVE WS-TF-DT-REGISTRO(WS-IDX) TO FIN-DT-REGISTRO
                MOVE WS-TF-OPERADOR(WS-IDX)    TO FIN-OPERADOR
                WRITE REG-FINANCIAMENTO
            END-PERFORM
            CLOSE FINANCIAMENTOS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DE
      *                             FINANCIAMENTO.
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'G' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOFINANCIAMENTO.
