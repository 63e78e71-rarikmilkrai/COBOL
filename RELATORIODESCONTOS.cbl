      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO DE DESCONTOS CONCEDIDOS POR COMPETENCIA:
      *         VARRE AS MENSALIDADES (MEN-TIPO BRANCO/M) E TOTALIZA,
      *         POR COMPETENCIA, O DESCONTO DE BOLSA E O DE IRMAOS
      *         (JA ABATIDOS NA GERACAO) E O DE PONTUALIDADE EM TRES
      *         SITUACOES: CONCEDIDO (PAGO ATE A VESPERA DO
      *         VENCIMENTO), PERDIDO (PAGO NO VENCIMENTO OU DEPOIS, OU
      *         AINDA ABERTO COM O VENCIMENTO JA PASSADO) E A VENCER
      *         (ABERTO, AINDA DENTRO DO PRAZO). DD_COMPETENCIA
      *         (AAAAMM) RESTRINGE A UMA COMPETENCIA; EM BRANCO, SAEM
      *         TODAS, EM ORDEM. O DESCONTO COMERCIAL ERA DADO POR
      *         AJUSTE MANUAL E NINGUEM SABIA QUANTO CUSTAVA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIODESCONTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT RELATORIO-DSC ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD RELATORIO-DSC.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.

      * TOTAIS POR COMPETENCIA, MANTIDOS EM ORDEM CRESCENTE
       01 WS-TABELA-COMPETENCIAS.
          05 WS-QTD-CMP            PIC 9(03) VALUE 0.
          05 WS-CMP-TAB OCCURS 240 TIMES.
             10 WS-CMP-COMPETENCIA PIC 9(06).
             10 WS-CMP-QTD         PIC 9(05).
             10 WS-CMP-BOLSA       PIC 9(9)V9(2).
             10 WS-CMP-IRMAO       PIC 9(9)V9(2).
             10 WS-CMP-PONT-CONC   PIC 9(9)V9(2).
             10 WS-CMP-PONT-PERD   PIC 9(9)V9(2).
             10 WS-CMP-PONT-VENCER PIC 9(9)V9(2).
       01 WS-CMP-VAZIA.
          05 FILLER                PIC 9(06) VALUE ZEROS.
          05 FILLER                PIC 9(05) VALUE ZEROS.
          05 FILLER                PIC 9(9)V9(2) VALUE ZEROS.
          05 FILLER                PIC 9(9)V9(2) VALUE ZEROS.
          05 FILLER                PIC 9(9)V9(2) VALUE ZEROS.
          05 FILLER                PIC 9(9)V9(2) VALUE ZEROS.
          05 FILLER                PIC 9(9)V9(2) VALUE ZEROS.
       77 WS-POS-CMP               PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-CMP-ESTOUROU          PIC 9 VALUE 0.
          88 CMP-ESTOUROU          VALUE 1.

       01 WS-TOTAIS-GERAIS.
          05 WS-TOT-QTD            PIC 9(07) VALUE ZEROS.
          05 WS-TOT-BOLSA          PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-IRMAO          PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-PONT-CONC      PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-PONT-PERD      PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-PONT-VENCER    PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-TOT-CONCEDIDO         PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZ9.99.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIODESCONTOS - DESCONTOS CONCEDIDOS   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA NOT NUMERIC
                MOVE ZEROS TO WS-COMPETENCIA
            END-IF

            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_DESCONTOS'
            IF WS-RPT-DD = SPACES
                MOVE 'DESCONTOS_CONCEDIDOS.RPT' TO WS-RPT-DD
            END-IF

            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE 'N' TO WS-MEN-EOF
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-TIPO-MENSALIDADE
                           AND (WS-COMPETENCIA = ZEROS
                                OR MEN-COMPETENCIA = WS-COMPETENCIA)
                            PERFORM 1000-ACUMULA-ITEM THRU 1000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            IF CMP-ESTOUROU
                DISPLAY 'MAIS DE 240 COMPETENCIAS - AS EXCEDENTES '
                        'FICAM FORA DO RELATORIO (USE DD_COMPETENCIA).'
                MOVE 4 TO RETURN-CODE
            END-IF

            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-ACUMULA-ITEM  --  LOCALIZA (OU ABRE, EM ORDEM) A LINHA DA
      *                          COMPETENCIA E ACUMULA OS DESCONTOS DA
      *                          MENSALIDADE CORRENTE.
      ******************************************************************
       1000-ACUMULA-ITEM.
            MOVE 0 TO WS-POS-CMP
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CMP
                IF WS-CMP-COMPETENCIA(WS-IDX) >= MEN-COMPETENCIA
                    MOVE WS-IDX TO WS-POS-CMP
                    MOVE WS-QTD-CMP TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CMP > 0
                IF WS-CMP-COMPETENCIA(WS-POS-CMP) NOT = MEN-COMPETENCIA
                    PERFORM 1100-ABRE-COMPETENCIA THRU 1100-FIM
                END-IF
            ELSE
                COMPUTE WS-POS-CMP = WS-QTD-CMP + 1
                PERFORM 1100-ABRE-COMPETENCIA THRU 1100-FIM
            END-IF
            IF CMP-ESTOUROU
                GO TO 1000-FIM
            END-IF

            ADD 1 TO WS-CMP-QTD(WS-POS-CMP)
            ADD MEN-DESC-BOLSA TO WS-CMP-BOLSA(WS-POS-CMP)
            ADD MEN-DESC-IRMAO TO WS-CMP-IRMAO(WS-POS-CMP)
            IF MEN-DESC-PONTUAL = ZEROS
                GO TO 1000-FIM
            END-IF
            EVALUATE TRUE
                WHEN MEN-PAGA
                     AND MEN-DT-PAGAMENTO < MEN-DT-VENCIMENTO
                    ADD MEN-DESC-PONTUAL TO
                        WS-CMP-PONT-CONC(WS-POS-CMP)
                WHEN MEN-PAGA
                    ADD MEN-DESC-PONTUAL TO
                        WS-CMP-PONT-PERD(WS-POS-CMP)
                WHEN MEN-ABERTA
                     AND WS-DATA-HOJE < MEN-DT-VENCIMENTO
                    ADD MEN-DESC-PONTUAL TO
                        WS-CMP-PONT-VENCER(WS-POS-CMP)
                WHEN MEN-ABERTA
                    ADD MEN-DESC-PONTUAL TO
                        WS-CMP-PONT-PERD(WS-POS-CMP)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-ABRE-COMPETENCIA  --  ABRE A LINHA DA COMPETENCIA NA
      *                              POSICAO WS-POS-CMP, DESLOCANDO AS
      *                              SEGUINTES PARA MANTER A ORDEM.
      ******************************************************************
       1100-ABRE-COMPETENCIA.
            IF WS-QTD-CMP >= 240
                MOVE 1 TO WS-CMP-ESTOUROU
                GO TO 1100-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM WS-QTD-CMP BY -1
                    UNTIL WS-IDX < WS-POS-CMP
                MOVE WS-CMP-TAB(WS-IDX) TO WS-CMP-TAB(WS-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-QTD-CMP
            MOVE WS-CMP-VAZIA TO WS-CMP-TAB(WS-POS-CMP)
            MOVE MEN-COMPETENCIA TO WS-CMP-COMPETENCIA(WS-POS-CMP).
       1100-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  UMA LINHA POR COMPETENCIA E O TOTAL
      *                             GERAL. CONCEDIDO = BOLSA + IRMAOS
      *                             + PONTUALIDADE CONCEDIDA.
      ******************************************************************
       5000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO-DSC
            MOVE SPACES TO RPT-LINHA
            STRING 'DESCONTOS CONCEDIDOS POR COMPETENCIA - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'COMPET.  QTD        BOLSA       IRMAOS  '
                   'PONT CONCED.  PONT PERDIDO  PONT A VENCER'
                   '  TOT CONCEDIDO'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CMP
                ADD WS-CMP-QTD(WS-IDX) TO WS-TOT-QTD
                ADD WS-CMP-BOLSA(WS-IDX) TO WS-TOT-BOLSA
                ADD WS-CMP-IRMAO(WS-IDX) TO WS-TOT-IRMAO
                ADD WS-CMP-PONT-CONC(WS-IDX) TO WS-TOT-PONT-CONC
                ADD WS-CMP-PONT-PERD(WS-IDX) TO WS-TOT-PONT-PERD
                ADD WS-CMP-PONT-VENCER(WS-IDX) TO WS-TOT-PONT-VENCER
                MOVE SPACES TO RPT-LINHA
                STRING WS-CMP-COMPETENCIA(WS-IDX) ' '
                       WS-CMP-QTD(WS-IDX)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                MOVE WS-CMP-BOLSA(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(14:12)
                MOVE WS-CMP-IRMAO(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(27:12)
                MOVE WS-CMP-PONT-CONC(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(41:12)
                MOVE WS-CMP-PONT-PERD(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(55:12)
                MOVE WS-CMP-PONT-VENCER(WS-IDX) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(70:12)
                COMPUTE WS-TOT-CONCEDIDO = WS-CMP-BOLSA(WS-IDX)
                        + WS-CMP-IRMAO(WS-IDX)
                        + WS-CMP-PONT-CONC(WS-IDX)
                MOVE WS-TOT-CONCEDIDO TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(85:12)
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL  ' WS-TOT-QTD
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            MOVE WS-TOT-BOLSA TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(14:12)
            MOVE WS-TOT-IRMAO TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(27:12)
            MOVE WS-TOT-PONT-CONC TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(41:12)
            MOVE WS-TOT-PONT-PERD TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(55:12)
            MOVE WS-TOT-PONT-VENCER TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(70:12)
            COMPUTE WS-TOT-CONCEDIDO = WS-TOT-BOLSA + WS-TOT-IRMAO
                    + WS-TOT-PONT-CONC
            MOVE WS-TOT-CONCEDIDO TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(85:12)
            WRITE RPT-LINHA
            CLOSE RELATORIO-DSC
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'COMPETENCIAS NO RELATORIO: ' WS-QTD-CMP
            MOVE WS-TOT-CONCEDIDO TO WS-VALOR-ED
            DISPLAY 'TOTAL CONCEDIDO..........: ' WS-VALOR-ED
            DISPLAY 'RELATORIO DE DESCONTOS EM ' WS-RPT-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIODESCONTOS' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-COMPETENCIA TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIODESCONTOS.
