      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DO EXTRATO MENSAL DE REPASSE DO PROGRAMA DE
      *         FINANCIAMENTO ESTUDANTIL (FD_REPASSE_FINANCIAMENTO,
      *         DD_EXTRATO_REPASSE): CADA DETALHE QUITA O RECEBIVEL DO
      *         MESMO CONTRATO E COMPETENCIA EM
      *         RECEBIVEIS_FINANCIAMENTO.TXT (GRAVADO PELO
      *         GERAMENSALIDADE), ACUMULANDO O VALOR REPASSADO (R =
      *         REPASSADO POR INTEIRO, P = PARCIAL). O EXTRATO EXIGE
      *         CABECALHO (0) E TRAILER (9) CONFERIDOS ANTES DE
      *         QUALQUER BAIXA E O LOTE JA PROCESSADO E RECUSADO
      *         (CONTROLE EM REPASSE_LOTES.CTL), NOS MOLDES DO
      *         IMPORTAMULTABIBLIO. DETALHE SEM RECEBIVEL VAI PARA
      *         REPASSE_PENDENTE.TXT NO LAYOUT DE ENTRADA MAIS O
      *         MOTIVO: NEN (CONTRATO/COMPETENCIA SEM RECEBIVEL), QUI
      *         (RECEBIVEL JA REPASSADO POR INTEIRO), VLR (VALOR
      *         INVALIDO).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAREPASSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-REPASSE ASSIGN TO DYNAMIC WS-RPS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPS-FS.

           SELECT RECEBIVEIS-FINANCIAMENTO ASSIGN TO DYNAMIC WS-RFI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RFI-FS.

           SELECT REPASSE-PENDENTE ASSIGN TO DYNAMIC WS-PND-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PND-FS.

           SELECT LOTES-REPASSE ASSIGN TO DYNAMIC WS-CTL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO-REPASSE.
          COPY FD_REPASSE_FINANCIAMENTO.

       FD RECEBIVEIS-FINANCIAMENTO.
          COPY FD_RECEBIVEL_FINANCIAMENTO.

       FD REPASSE-PENDENTE.
       01 REG-REPASSE-PENDENTE.
          03 PND-REGISTRO                   PIC X(47).
          03 PND-MOTIVO                     PIC X(03).

       FD LOTES-REPASSE.
       01 REG-LOTE-REPASSE.
          03 CTL-LOTE-ID                    PIC X(08).
          03 CTL-DT-PROCESSAMENTO           PIC 9(08).
          03 CTL-QTD-BAIXADA                PIC 9(05).
          03 CTL-QTD-PENDENTE               PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-RPS-DD                PIC X(100) VALUE SPACES.
       01 WS-RFI-DD                PIC X(100) VALUE SPACES.
       01 WS-PND-DD                PIC X(100) VALUE SPACES.
       01 WS-CTL-DD                PIC X(100) VALUE SPACES.
       77 WS-RPS-FS                PIC XX VALUE SPACES.
          88 RPS-FS-OK             VALUE '00'.
       77 WS-RFI-FS                PIC XX VALUE SPACES.
          88 RFI-FS-OK             VALUE '00'.
       77 WS-PND-FS                PIC XX VALUE SPACES.
          88 PND-FS-OK             VALUE '00'.
       77 WS-CTL-FS                PIC XX VALUE SPACES.
          88 CTL-FS-OK             VALUE '00'.
       77 WS-RPS-EOF               PIC X VALUE 'N'.
          88 RPS-FIM-ARQUIVO       VALUE 'F'.
       77 WS-RFI-EOF               PIC X VALUE 'N'.
          88 RFI-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CTL-EOF               PIC X VALUE 'N'.
          88 CTL-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

      * CABECALHO E TRAILER DO EXTRATO, GUARDADOS NA PRE-CONFERENCIA
       77 WS-LOTE-ID               PIC X(08) VALUE SPACES.
       77 WS-TRL-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-TRL-SOMA              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRE-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-PRE-SOMA              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRE-TEM-H             PIC 9 VALUE 0.
       77 WS-PRE-TEM-T             PIC 9 VALUE 0.
       77 WS-LOTE-OK               PIC 9 VALUE 0.
          88 LOTE-CONFERIDO        VALUE 1.
       77 WS-DT-LOTE-ANTERIOR      PIC 9(08) VALUE ZEROS.

      * REGISTRO DE RECEBIVEIS INTEIRO, REGRAVADO COM OS REPASSES
       01 WS-TABELA-RECEBIVEIS.
          05 WS-QTD-RFI            PIC 9(05) VALUE 0.
          05 WS-RFI-TAB OCCURS 20000 TIMES.
             10 WS-TR-CONTRATO     PIC X(20).
             10 WS-TR-CD           PIC 9(05).
             10 WS-TR-COMP         PIC 9(06).
             10 WS-TR-VALOR        PIC 9(05)V9(02).
             10 WS-TR-REPASSADO    PIC 9(05)V9(02).
             10 WS-TR-DT-REPASSE   PIC 9(08).
             10 WS-TR-LOTE         PIC X(08).
             10 WS-TR-SIT          PIC X(01).
       77 WS-RFI-ESTOUROU          PIC 9 VALUE 0.
          88 RFI-ESTOUROU          VALUE 1.

       77 WS-IDX                   PIC 9(05) VALUE ZEROS.
       77 WS-POS-RFI               PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(03) VALUE SPACES.
          88 REPASSE-ACEITO        VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-BAIXADA           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCIAL           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTE          PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-BAIXADA          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* IMPORTAREPASSE - REPASSE DO FINANCIAMENTO   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'IMPORTAREPASSE' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'IMPORTAREPASSE JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-RPS-DD FROM ENVIRONMENT 'DD_EXTRATO_REPASSE'
            IF WS-RPS-DD = SPACES
                MOVE 'EXTRATO_REPASSE.TXT' TO WS-RPS-DD
            END-IF
            ACCEPT WS-RFI-DD FROM ENVIRONMENT
                'DD_RECEBIVEIS_FINANCIAMENTO'
            IF WS-RFI-DD = SPACES
                MOVE 'RECEBIVEIS_FINANCIAMENTO.TXT' TO WS-RFI-DD
            END-IF
            ACCEPT WS-PND-DD FROM ENVIRONMENT 'DD_REPASSE_PENDENTE'
            IF WS-PND-DD = SPACES
                MOVE 'REPASSE_PENDENTE.TXT' TO WS-PND-DD
            END-IF
            ACCEPT WS-CTL-DD FROM ENVIRONMENT 'DD_REPASSE_LOTES'
            IF WS-CTL-DD = SPACES
                MOVE 'REPASSE_LOTES.CTL' TO WS-CTL-DD
            END-IF

            OPEN INPUT EXTRATO-REPASSE
            IF NOT RPS-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RPS-DD
                        ' - FILE STATUS: ' WS-RPS-FS
                MOVE 'IMPORTAREPASSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O EXTRATO DE REPASSE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 1500-PRE-CONFERE-LOTE THRU 1500-FIM
            IF NOT LOTE-CONFERIDO
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1600-CONFERE-LOTE-REPETIDO THRU 1600-FIM
            IF NOT LOTE-CONFERIDO
                CLOSE EXTRATO-REPASSE
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 1000-CARREGA-RECEBIVEIS THRU 1000-FIM
            IF RFI-ESTOUROU
                DISPLAY 'RECEBIVEIS ALEM DA TABELA DE 20000 - '
                        'EXTRATO RECUSADO, NADA BAIXADO.'
                MOVE 'IMPORTAREPASSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TABELA DE RECEBIVEIS DE FINANCIAMENTO ESGOTADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE EXTRATO-REPASSE
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN OUTPUT REPASSE-PENDENTE
            MOVE 'N' TO WS-RPS-EOF
            PERFORM UNTIL RPS-FIM-ARQUIVO
                READ EXTRATO-REPASSE
                    AT END
                        MOVE 'F' TO WS-RPS-EOF
                    NOT AT END
                        IF RPS-DETALHE
                            PERFORM 2000-APLICA-REPASSE THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXTRATO-REPASSE
            CLOSE REPASSE-PENDENTE

            IF WS-QTD-BAIXADA > 0
                PERFORM 7000-REGRAVA-RECEBIVEIS THRU 7000-FIM
            END-IF
            PERFORM 8000-REGISTRA-LOTE THRU 8000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO REPASSE ***'
            DISPLAY 'LOTE.................: ' WS-LOTE-ID
            DISPLAY 'DETALHES NO EXTRATO..: ' WS-PRE-QTD
            DISPLAY 'REPASSES BAIXADOS....: ' WS-QTD-BAIXADA
            DISPLAY '  DOS QUAIS PARCIAIS.: ' WS-QTD-PARCIAL
            MOVE WS-SOMA-BAIXADA TO WS-VALOR-ED
            DISPLAY 'VALOR BAIXADO........: ' WS-VALOR-ED
            DISPLAY 'PENDENTES............: ' WS-QTD-PENDENTE
                    ' (' WS-PND-DD ')'
            IF WS-QTD-PENDENTE > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-RECEBIVEIS  --  CARREGA O REGISTRO DE RECEBIVEIS
      *                                DO PROGRAMA INTEIRO EM MEMORIA.
      ******************************************************************
       1000-CARREGA-RECEBIVEIS.
            OPEN INPUT RECEBIVEIS-FINANCIAMENTO
            IF NOT RFI-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-RFI-EOF
            PERFORM UNTIL RFI-FIM-ARQUIVO
                READ RECEBIVEIS-FINANCIAMENTO
                    AT END
                        MOVE 'F' TO WS-RFI-EOF
                    NOT AT END
                        IF WS-QTD-RFI < 20000
                            ADD 1 TO WS-QTD-RFI
                            MOVE RFI-CONTRATO TO
                                 WS-TR-CONTRATO(WS-QTD-RFI)
                            MOVE RFI-CD-STUDENT TO WS-TR-CD(WS-QTD-RFI)
                            MOVE RFI-COMPETENCIA TO
                                 WS-TR-COMP(WS-QTD-RFI)
                            MOVE RFI-VALOR TO WS-TR-VALOR(WS-QTD-RFI)
                            MOVE RFI-VALOR-REPASSADO TO
                                 WS-TR-REPASSADO(WS-QTD-RFI)
                            MOVE RFI-DT-REPASSE TO
                                 WS-TR-DT-REPASSE(WS-QTD-RFI)
                            MOVE RFI-LOTE-REPASSE TO
                                 WS-TR-LOTE(WS-QTD-RFI)
                            MOVE RFI-SITUACAO TO WS-TR-SIT(WS-QTD-RFI)
                        ELSE
                            MOVE 1 TO WS-RFI-ESTOUROU
                            MOVE 'F' TO WS-RFI-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RECEBIVEIS-FINANCIAMENTO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-PRE-CONFERE-LOTE  --  LE O EXTRATO INTEIRO ANTES DE
      *                              QUALQUER BAIXA: EXIGE CABECALHO
      *                              (0) E TRAILER (9) E CONFERE A
      *                              QUANTIDADE E A SOMA DOS DETALHES
      *                              COM O TRAILER. CONFERIDO, REABRE O
      *                              EXTRATO PARA O PROCESSAMENTO.
      ******************************************************************
       1500-PRE-CONFERE-LOTE.
            MOVE 0 TO WS-LOTE-OK
            MOVE ZEROS TO WS-PRE-QTD WS-PRE-SOMA
            MOVE 0 TO WS-PRE-TEM-H WS-PRE-TEM-T
            MOVE 'N' TO WS-RPS-EOF
            PERFORM 1510-PRE-LE-REGISTRO THRU 1510-FIM
                UNTIL RPS-FIM-ARQUIVO
            CLOSE EXTRATO-REPASSE

            IF WS-PRE-TEM-H = 0 OR WS-PRE-TEM-T = 0
                DISPLAY 'EXTRATO SEM CABECALHO/TRAILER - ARQUIVO '
                        'RECUSADO, NADA BAIXADO.'
                MOVE 'IMPORTAREPASSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1500-PRE-CONFERE-LOTE' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'EXTRATO DE REPASSE SEM 0/9 - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1500-FIM
            END-IF
            IF WS-TRL-QTD NOT = WS-PRE-QTD
               OR WS-TRL-SOMA NOT = WS-PRE-SOMA
                DISPLAY 'TRAILER DO EXTRATO DIVERGE DO LIDO ('
                        WS-TRL-QTD '/' WS-PRE-QTD ') - ARQUIVO '
                        'RECUSADO, NADA BAIXADO.'
                MOVE 'IMPORTAREPASSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1500-PRE-CONFERE-LOTE' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'TRAILER DO EXTRATO DE REPASSE DIVERGENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1500-FIM
            END-IF

            OPEN INPUT EXTRATO-REPASSE
            IF RPS-FS-OK
                MOVE 'N' TO WS-RPS-EOF
                MOVE 1 TO WS-LOTE-OK
                DISPLAY 'LOTE ' WS-LOTE-ID ' CONFERIDO: '
                        WS-PRE-QTD ' DETALHES.'
            END-IF.
       1500-FIM.
            EXIT.

       1510-PRE-LE-REGISTRO.
            READ EXTRATO-REPASSE
                AT END
                    MOVE 'F' TO WS-RPS-EOF
                NOT AT END
                    EVALUATE TRUE
                        WHEN RPS-CABECALHO
                            MOVE RPH-LOTE-ID TO WS-LOTE-ID
                            MOVE 1 TO WS-PRE-TEM-H
                        WHEN RPS-TRAILER
                            IF RPT-QTD-DETALHES NUMERIC
                                MOVE RPT-QTD-DETALHES TO WS-TRL-QTD
                            END-IF
                            IF RPT-SOMA-VALORES NUMERIC
                                MOVE RPT-SOMA-VALORES TO WS-TRL-SOMA
                            END-IF
                            MOVE 1 TO WS-PRE-TEM-T
                        WHEN RPS-DETALHE
                            ADD 1 TO WS-PRE-QTD
                            IF RPS-VALOR NUMERIC
                                ADD RPS-VALOR TO WS-PRE-SOMA
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.
       1510-FIM.
            EXIT.

      ******************************************************************
      * 1600-CONFERE-LOTE-REPETIDO  --  RECUSA O EXTRATO CUJO LOTE JA
      *                                   CONSTA DO CONTROLE DE LOTES
      *                                   PROCESSADOS (REENVIO DO MESMO
      *                                   EXTRATO PELO PROGRAMA).
      ******************************************************************
       1600-CONFERE-LOTE-REPETIDO.
            OPEN INPUT LOTES-REPASSE
            IF NOT CTL-FS-OK
                GO TO 1600-FIM
            END-IF
            MOVE 'N' TO WS-CTL-EOF
            PERFORM UNTIL CTL-FIM-ARQUIVO
                READ LOTES-REPASSE
                    AT END
                        MOVE 'F' TO WS-CTL-EOF
                    NOT AT END
                        IF CTL-LOTE-ID = WS-LOTE-ID
                            MOVE 0 TO WS-LOTE-OK
                            MOVE CTL-DT-PROCESSAMENTO TO
                                 WS-DT-LOTE-ANTERIOR
                            MOVE 'F' TO WS-CTL-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOTES-REPASSE
            IF NOT LOTE-CONFERIDO
                DISPLAY 'LOTE ' WS-LOTE-ID ' JA PROCESSADO EM '
                        WS-DT-LOTE-ANTERIOR ' - ARQUIVO RECUSADO, '
                        'NADA BAIXADO.'
                MOVE 'IMPORTAREPASSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1600-CONFERE-LOTE-REPETIDO' TO LOG-PARAGRAFO
                                                    OF WS-LOG-PARM
                MOVE 'EXTRATO DE REPASSE REENVIADO - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-APLICA-REPASSE  --  BAIXA O DETALHE CORRENTE NO RECEBIVEL
      *                            DO MESMO CONTRATO E COMPETENCIA
      *                            AINDA NAO REPASSADO POR INTEIRO;
      *                            SEM RECEBIVEL, O DETALHE VAI PARA OS
      *                            PENDENTES COM O MOTIVO.
      ******************************************************************
       2000-APLICA-REPASSE.
            MOVE SPACES TO WS-MOTIVO
            IF RPS-VALOR NOT NUMERIC OR RPS-VALOR = ZEROS
                MOVE 'VLR' TO WS-MOTIVO
                GO TO 2000-PENDENTE
            END-IF
            MOVE 0 TO WS-POS-RFI
            MOVE 'NEN' TO WS-MOTIVO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RFI
                IF WS-TR-CONTRATO(WS-IDX) = RPS-CONTRATO
                   AND WS-TR-COMP(WS-IDX) = RPS-COMPETENCIA
                    IF WS-TR-SIT(WS-IDX) = 'R'
                        MOVE 'QUI' TO WS-MOTIVO
                    ELSE
                        MOVE WS-IDX TO WS-POS-RFI
                        MOVE SPACES TO WS-MOTIVO
                        MOVE WS-QTD-RFI TO WS-IDX
                    END-IF
                END-IF
            END-PERFORM
            IF NOT REPASSE-ACEITO
                GO TO 2000-PENDENTE
            END-IF

            ADD RPS-VALOR TO WS-TR-REPASSADO(WS-POS-RFI)
            IF RPS-DT-REPASSE NUMERIC AND RPS-DT-REPASSE > ZEROS
                MOVE RPS-DT-REPASSE TO WS-TR-DT-REPASSE(WS-POS-RFI)
            ELSE
                MOVE WS-DATA-HOJE TO WS-TR-DT-REPASSE(WS-POS-RFI)
            END-IF
            MOVE WS-LOTE-ID TO WS-TR-LOTE(WS-POS-RFI)
            IF WS-TR-REPASSADO(WS-POS-RFI) >= WS-TR-VALOR(WS-POS-RFI)
                MOVE 'R' TO WS-TR-SIT(WS-POS-RFI)
            ELSE
                MOVE 'P' TO WS-TR-SIT(WS-POS-RFI)
                ADD 1 TO WS-QTD-PARCIAL
                DISPLAY 'REPASSE PARCIAL - CONTRATO ' RPS-CONTRATO
                        ' COMPETENCIA ' RPS-COMPETENCIA '.'
            END-IF
            ADD 1 TO WS-QTD-BAIXADA
            ADD RPS-VALOR TO WS-SOMA-BAIXADA
            GO TO 2000-FIM.

       2000-PENDENTE.
            MOVE REG-REPASSE TO PND-REGISTRO
            MOVE WS-MOTIVO TO PND-MOTIVO
            WRITE REG-REPASSE-PENDENTE
            ADD 1 TO WS-QTD-PENDENTE
            DISPLAY 'REPASSE PENDENTE (' WS-MOTIVO ') - CONTRATO '
                    RPS-CONTRATO ' COMPETENCIA ' RPS-COMPETENCIA '.'.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-RECEBIVEIS  --  REGRAVA O REGISTRO DE RECEBIVEIS
      *                                INTEIRO A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-RECEBIVEIS.
            OPEN OUTPUT RECEBIVEIS-FINANCIAMENTO
            IF NOT RFI-FS-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-RFI-DD
                        ' - FILE STATUS: ' WS-RFI-FS
                MOVE 'IMPORTAREPASSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-RECEBIVEIS' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'ERRO AO REGRAVAR RECEBIVEIS DE FINANCIAMENTO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RFI
                MOVE WS-TR-CONTRATO(WS-IDX)   TO RFI-CONTRATO
                MOVE WS-TR-CD(WS-IDX)         TO RFI-CD-STUDENT
                MOVE WS-TR-COMP(WS-IDX)       TO RFI-COMPETENCIA
                MOVE WS-TR-VALOR(WS-IDX)      TO RFI-VALOR
                MOVE WS-TR-REPASSADO(WS-IDX)  TO RFI-VALOR-REPASSADO
                MOVE WS-TR-DT-REPASSE(WS-IDX) TO RFI-DT-REPASSE
                MOVE WS-TR-LOTE(WS-IDX)       TO RFI-LOTE-REPASSE
                MOVE WS-TR-SIT(WS-IDX)        TO RFI-SITUACAO
                WRITE REG-RECEBIVEL-FINANCIAMENTO
            END-PERFORM
            CLOSE RECEBIVEIS-FINANCIAMENTO.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 8000-REGISTRA-LOTE  --  ANOTA O LOTE NO CONTROLE DE LOTES
      *                           PROCESSADOS, PARA RECUSAR O REENVIO.
      ******************************************************************
       8000-REGISTRA-LOTE.
            OPEN EXTEND LOTES-REPASSE
            IF NOT CTL-FS-OK
                OPEN OUTPUT LOTES-REPASSE
            END-IF
            MOVE WS-LOTE-ID TO CTL-LOTE-ID
            MOVE WS-DATA-HOJE TO CTL-DT-PROCESSAMENTO
            MOVE WS-QTD-BAIXADA TO CTL-QTD-BAIXADA
            MOVE WS-QTD-PENDENTE TO CTL-QTD-PENDENTE
            WRITE REG-LOTE-REPASSE
            CLOSE LOTES-REPASSE.
       8000-FIM.
            EXIT.

       END PROGRAM IMPORTAREPASSE.
