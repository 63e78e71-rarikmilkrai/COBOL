      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CONCILIACAO DO FINANCIAMENTO ESTUDANTIL: VARRE OS
      *         RECEBIVEIS DO PROGRAMA (RECEBIVEIS_FINANCIAMENTO.TXT,
      *         GRAVADOS PELO GERAMENSALIDADE E QUITADOS PELO
      *         IMPORTAREPASSE) E EMITE, POR ALUNO E CONTRATO, O VALOR
      *         CONTRATADO (SOMA DAS PARTES FINANCIADAS), O REPASSADO
      *         PELO PROGRAMA E O PENDENTE DE REPASSE, COM O TOTAL
      *         GERAL. DD_COMPETENCIA (AAAAMM) RESTRINGE A UMA
      *         COMPETENCIA; EM BRANCO, ENTRA TUDO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAFINANCIAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIVEIS-FINANCIAMENTO ASSIGN TO DYNAMIC WS-RFI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RFI-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT RELATORIO-CNC ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBIVEIS-FINANCIAMENTO.
          COPY FD_RECEBIVEL_FINANCIAMENTO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD RELATORIO-CNC.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RFI-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-RFI-FS                PIC XX VALUE SPACES.
          88 RFI-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-RFI-EOF               PIC X VALUE 'N'.
          88 RFI-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.

      * TOTAIS POR ALUNO E CONTRATO, MANTIDOS EM ORDEM DE CD-STUDENT
       01 WS-TABELA-CONTRATOS.
          05 WS-QTD-CTR            PIC 9(04) VALUE 0.
          05 WS-CTR-TAB OCCURS 5000 TIMES.
             10 WS-CTR-CD          PIC 9(05).
             10 WS-CTR-CONTRATO    PIC X(20).
             10 WS-CTR-QTD         PIC 9(03).
             10 WS-CTR-CONTRATADO  PIC 9(7)V9(2).
             10 WS-CTR-REPASSADO   PIC 9(7)V9(2).
       77 WS-POS-CTR               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-CTR-ESTOUROU          PIC 9 VALUE 0.
          88 CTR-ESTOUROU          VALUE 1.

       01 WS-TOTAIS-GERAIS.
          05 WS-TOT-ITENS          PIC 9(07) VALUE ZEROS.
          05 WS-TOT-CONTRATADO     PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-REPASSADO      PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-PENDENTE       PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-PENDENTE              PIC 9(7)V9(2) VALUE ZEROS.
       77 WS-QTD-COM-PENDENCIA     PIC 9(04) VALUE ZEROS.
       77 WS-NOME-ALUNO            PIC X(20) VALUE SPACES.
       77 WS-VALOR-ED              PIC ZZZZZZZZ9.99.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* CONCILIAFINANCIAMENTO - REPASSES DO PROGRAMA*'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA NOT NUMERIC
                MOVE ZEROS TO WS-COMPETENCIA
            END-IF

            ACCEPT WS-RFI-DD FROM ENVIRONMENT
                'DD_RECEBIVEIS_FINANCIAMENTO'
            IF WS-RFI-DD = SPACES
                MOVE 'RECEBIVEIS_FINANCIAMENTO.TXT' TO WS-RFI-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT
                'DD_RELATORIO_FINANCIAMENTO'
            IF WS-RPT-DD = SPACES
                MOVE 'CONCILIACAO_FINANCIAMENTO.RPT' TO WS-RPT-DD
            END-IF

            OPEN INPUT RECEBIVEIS-FINANCIAMENTO
            IF NOT RFI-FS-OK
                DISPLAY 'RECEBIVEIS DE FINANCIAMENTO INDISPONIVEL ('
                        WS-RFI-DD ') - NADA A CONCILIAR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE 'N' TO WS-RFI-EOF
            PERFORM UNTIL RFI-FIM-ARQUIVO
                READ RECEBIVEIS-FINANCIAMENTO
                    AT END
                        MOVE 'F' TO WS-RFI-EOF
                    NOT AT END
                        IF WS-COMPETENCIA = ZEROS
                           OR RFI-COMPETENCIA = WS-COMPETENCIA
                            PERFORM 1000-ACUMULA-RECEBIVEL
                                 THRU 1000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RECEBIVEIS-FINANCIAMENTO
            IF CTR-ESTOUROU
                DISPLAY 'MAIS DE 5000 CONTRATOS - OS EXCEDENTES '
                        'FICAM FORA DO RELATORIO (USE DD_COMPETENCIA).'
                MOVE 4 TO RETURN-CODE
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF
            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-ACUMULA-RECEBIVEL  --  LOCALIZA (OU ABRE, EM ORDEM DE
      *                               ALUNO) A LINHA DO ALUNO E
      *                               CONTRATO E ACUMULA O RECEBIVEL
      *                               CORRENTE.
      ******************************************************************
       1000-ACUMULA-RECEBIVEL.
            MOVE 0 TO WS-POS-CTR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CTR
                IF WS-CTR-CD(WS-IDX) > RFI-CD-STUDENT
                   OR (WS-CTR-CD(WS-IDX) = RFI-CD-STUDENT
                       AND WS-CTR-CONTRATO(WS-IDX) >= RFI-CONTRATO)
                    MOVE WS-IDX TO WS-POS-CTR
                    MOVE WS-QTD-CTR TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CTR > 0
                IF WS-CTR-CD(WS-POS-CTR) NOT = RFI-CD-STUDENT
                   OR WS-CTR-CONTRATO(WS-POS-CTR) NOT = RFI-CONTRATO
                    PERFORM 1100-ABRE-CONTRATO THRU 1100-FIM
                END-IF
            ELSE
                COMPUTE WS-POS-CTR = WS-QTD-CTR + 1
                PERFORM 1100-ABRE-CONTRATO THRU 1100-FIM
            END-IF
            IF CTR-ESTOUROU
                GO TO 1000-FIM
            END-IF

            ADD 1 TO WS-CTR-QTD(WS-POS-CTR)
            ADD RFI-VALOR TO WS-CTR-CONTRATADO(WS-POS-CTR)
            ADD RFI-VALOR-REPASSADO TO WS-CTR-REPASSADO(WS-POS-CTR).
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-ABRE-CONTRATO  --  ABRE A LINHA DO ALUNO E CONTRATO NA
      *                           POSICAO WS-POS-CTR, DESLOCANDO AS
      *                           SEGUINTES PARA MANTER A ORDEM.
      ******************************************************************
       1100-ABRE-CONTRATO.
            IF WS-QTD-CTR >= 5000
                MOVE 1 TO WS-CTR-ESTOUROU
                GO TO 1100-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM WS-QTD-CTR BY -1
                    UNTIL WS-IDX < WS-POS-CTR
                MOVE WS-CTR-TAB(WS-IDX) TO WS-CTR-TAB(WS-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-QTD-CTR
            MOVE RFI-CD-STUDENT TO WS-CTR-CD(WS-POS-CTR)
            MOVE RFI-CONTRATO TO WS-CTR-CONTRATO(WS-POS-CTR)
            MOVE ZEROS TO WS-CTR-QTD(WS-POS-CTR)
            MOVE ZEROS TO WS-CTR-CONTRATADO(WS-POS-CTR)
            MOVE ZEROS TO WS-CTR-REPASSADO(WS-POS-CTR).
       1100-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  UMA LINHA POR ALUNO E CONTRATO E O
      *                             TOTAL GERAL. PENDENTE = CONTRATADO
      *                             - REPASSADO (REPASSE ACIMA DO
      *                             CONTRATADO NAO GERA PENDENCIA).
      ******************************************************************
       5000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO-CNC
            MOVE SPACES TO RPT-LINHA
            STRING 'CONCILIACAO DO FINANCIAMENTO ESTUDANTIL - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            IF WS-COMPETENCIA NOT = ZEROS
                MOVE SPACES TO RPT-LINHA
                STRING 'COMPETENCIA ' WS-COMPETENCIA
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'ALUNO NOME                 CONTRATO             '
                   'MESES   CONTRATADO    REPASSADO     PENDENTE'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CTR
                MOVE ZEROS TO WS-PENDENTE
                IF WS-CTR-CONTRATADO(WS-IDX) > WS-CTR-REPASSADO(WS-IDX)
                    COMPUTE WS-PENDENTE = WS-CTR-CONTRATADO(WS-IDX)
                                        - WS-CTR-REPASSADO(WS-IDX)
                    ADD 1 TO WS-QTD-COM-PENDENCIA
                END-IF
                ADD WS-CTR-QTD(WS-IDX) TO WS-TOT-ITENS
                ADD WS-CTR-CONTRATADO(WS-IDX) TO WS-TOT-CONTRATADO
                ADD WS-CTR-REPASSADO(WS-IDX) TO WS-TOT-REPASSADO
                ADD WS-PENDENTE TO WS-TOT-PENDENTE
                MOVE SPACES TO WS-NOME-ALUNO
                IF ESTUDANTE-ABERTO
                    MOVE WS-CTR-CD(WS-IDX) TO CD-STUDENT
                    READ ESTUDANTE
                        INVALID KEY
                            MOVE '(NAO CADASTRADO)' TO WS-NOME-ALUNO
                        NOT INVALID KEY
                            MOVE NM-STUDENT TO WS-NOME-ALUNO
                    END-READ
                END-IF
                MOVE SPACES TO RPT-LINHA
                STRING WS-CTR-CD(WS-IDX) ' '
                       WS-NOME-ALUNO ' '
                       WS-CTR-CONTRATO(WS-IDX) '  '
                       WS-CTR-QTD(WS-IDX)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                MOVE WS-CTR-CONTRATADO(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(57:12)
                MOVE WS-CTR-REPASSADO(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(70:12)
                MOVE WS-PENDENTE TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(83:12)
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL  ' WS-QTD-CTR ' CONTRATOS, ' WS-TOT-ITENS
                   ' MESES'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            MOVE WS-TOT-CONTRATADO TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(57:12)
            MOVE WS-TOT-REPASSADO TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(70:12)
            MOVE WS-TOT-PENDENTE TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(83:12)
            WRITE RPT-LINHA
            CLOSE RELATORIO-CNC
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'CONTRATOS NO RELATORIO...: ' WS-QTD-CTR
            DISPLAY 'COM REPASSE PENDENTE.....: ' WS-QTD-COM-PENDENCIA
            MOVE WS-TOT-CONTRATADO TO WS-VALOR-ED
            DISPLAY 'TOTAL CONTRATADO.........: ' WS-VALOR-ED
            MOVE WS-TOT-REPASSADO TO WS-VALOR-ED
            DISPLAY 'TOTAL REPASSADO..........: ' WS-VALOR-ED
            MOVE WS-TOT-PENDENTE TO WS-VALOR-ED
            DISPLAY 'TOTAL PENDENTE...........: ' WS-VALOR-ED
            DISPLAY 'CONCILIACAO EM ' WS-RPT-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'CONCILIAFINANCIAMENTO' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-COMPETENCIA TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM CONCILIAFINANCIAMENTO.
