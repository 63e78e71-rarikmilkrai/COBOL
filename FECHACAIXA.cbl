      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Recibo listado com o canal (CAIXA ou PIX, de
      *               REC-CANAL) e resumo com subtotais por canal - a
      *               sessao do operador PIX (RETORNOPIX) fecha aqui
      *               como as demais.
      * 15/10/26 RMS  Unidade (campus) da sessao: no cabecalho,
      *               supervisor de uma unidade so fecha caixa dela,
      *               subtotais por unidade dos caixas fechados no dia
      *               e linha da sessao no export contabil do caixa
      *               (CONTABIL_CAIXA.TXT, layout do
      *               FECHAMENTOFINANCEIRO).
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHACAIXA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

           SELECT EXPORTA-CONTABIL ASSIGN TO DYNAMIC WS-CTB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSOES-CAIXA.
       FD RELATORIO-CAIXA.
       01 RPT-LINHA                    PIC X(132).

       FD EXPORTA-CONTABIL.
       01 CTB-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CXS-DD                PIC X(100) VALUE SPACES.
       01 WS-REC-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       01 WS-CTB-DD                PIC X(100) VALUE SPACES.
       77 WS-CXS-FS                PIC XX VALUE SPACES.
          88 CXS-FS-OK             VALUE '00'.
       77 WS-REC-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-CTB-FS                PIC XX VALUE SPACES.
          88 CTB-FS-OK             VALUE '00'.
       77 WS-CXS-EOF               PIC X VALUE 'N'.
          88 CXS-FIM-ARQUIVO       VALUE 'F'.
       77 WS-REC-EOF               PIC X VALUE 'N'.
             10 WS-TS-SUPERV       PIC X(20).
             10 WS-TS-TOTAL        PIC 9(8)V9(2).
             10 WS-TS-QTD-REC      PIC 9(04).
             10 WS-TS-UNIDADE      PIC X(02).

       77 WS-POS-CXS               PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-RECIBOS         PIC 9(8)V9(2) VALUE ZEROS.
       77 WS-QTD-DIVERGENCIAS      PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZ9.99.
       77 WS-VALOR-PIX-ED          PIC ZZZZZZZ9.99.
      * SUBTOTAIS POR CANAL DE RECEBIMENTO (REC-CANAL)
       77 WS-CANAL-ED              PIC X(05) VALUE SPACES.
       77 WS-QTD-REC-CAIXA         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REC-CAIXA         PIC 9(8)V9(2) VALUE ZEROS.
       77 WS-QTD-REC-PIX           PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REC-PIX           PIC 9(8)V9(2) VALUE ZEROS.

      * FECHAMENTOS DO DIA POR UNIDADE (CAMPUS) DA SESSAO
       01 WS-TABELA-UNIDADES.
          05 WS-QTD-UNI            PIC 9(02) VALUE 0.
          05 WS-UNI-TAB OCCURS 30 TIMES.
             10 WS-UNI-CODIGO      PIC X(02).
             10 WS-UNI-SESSOES     PIC 9(03).
             10 WS-UNI-RECIBOS     PIC 9(05).
             10 WS-UNI-TOTAL       PIC 9(9)V9(2).
       77 WS-POS-UNI               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-UNI               PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-UNI-ED          PIC ZZZZZZZZ9.99.

      * LAYOUT DO EXPORT CONTABIL, O MESMO DO FECHAMENTOFINANCEIRO:
      * COMPETENCIA + CONTA DEBITO + CONTA CREDITO + VALOR + HISTORICO
       01 WS-CTB-REGISTRO.
          03 CTB-COMPETENCIA       PIC 9(06).
          03 CTB-CONTA-DEBITO      PIC X(10).
          03 CTB-CONTA-CREDITO     PIC X(10).
          03 CTB-VALOR             PIC 9(10)V9(2).
          03 CTB-HISTORICO         PIC X(30).

       77 WS-CXS-ESTOUROU         PIC 9 VALUE 0.
          88 SESSOES-ESTOURARAM     VALUE 1.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA           PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF WS-RPT-DD = SPACES
                MOVE 'FECHAMENTO_CAIXA.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-CTB-DD FROM ENVIRONMENT 'DD_CONTABIL_CAIXA'
            IF WS-CTB-DD = SPACES
                MOVE 'CONTABIL_CAIXA.TXT' TO WS-CTB-DD
            END-IF

            PERFORM 1000-CARREGA-SESSOES THRU 1000-FIM
      * ARQUIVO ALEM DA TABELA: REGRAVAR A CARGA TRUNCADA APAGARIA OS
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
      * SUPERVISOR DE UMA UNIDADE SO FECHA CAIXA DA SUA UNIDADE
            IF NOT OPER-TODAS-UNIDADES OF WS-OPER-PARM
               AND OPER-UNIDADE OF WS-OPER-PARM NOT =
                   WS-TS-UNIDADE(WS-POS-CXS)
                DISPLAY 'FECHAMENTO NEGADO - SESSAO DA UNIDADE '
                        WS-TS-UNIDADE(WS-POS-CXS)
                        ', SUPERVISOR DA UNIDADE '
                        OPER-UNIDADE OF WS-OPER-PARM '.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN I-O MENSALIDADES
            OPEN OUTPUT RELATORIO-CAIXA
            MOVE SPACES TO RPT-LINHA
            STRING 'FECHAMENTO DA SESSAO ' WS-SESSAO-ALVO
                   ' - OPERADOR ' WS-TS-OPERADOR(WS-POS-CXS)
                   ' - UNIDADE ' WS-TS-UNIDADE(WS-POS-CXS)
                   ' - ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-REC-CAIXA TO WS-VALOR-ED
            MOVE WS-TOT-REC-PIX TO WS-VALOR-PIX-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CANAL CAIXA: ' WS-QTD-REC-CAIXA
                   ' RECIBOS ' WS-VALOR-ED
                   '  CANAL PIX: ' WS-QTD-REC-PIX
                   ' RECIBOS ' WS-VALOR-PIX-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE 'F' TO WS-TS-SIT(WS-POS-CXS)
            MOVE WS-DATA-HOJE TO WS-TS-DT-FECH(WS-POS-CXS)
            MOVE WS-SUPERVISOR TO WS-TS-SUPERV(WS-POS-CXS)
            MOVE WS-TOTAL-RECIBOS TO WS-TS-TOTAL(WS-POS-CXS)
            MOVE WS-QTD-RECIBOS TO WS-TS-QTD-REC(WS-POS-CXS)
            PERFORM 3000-RESUMO-UNIDADES THRU 3000-FIM
            CLOSE RELATORIO-CAIXA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            CLOSE MENSALIDADES
            PERFORM 7000-REGRAVA-SESSOES THRU 7000-FIM
            PERFORM 6000-EXPORTA-CONTABIL THRU 6000-FIM

            MOVE WS-SUPERVISOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
                                 WS-TS-TOTAL(WS-QTD-CXS)
                            MOVE CXS-QTD-RECIBOS TO
                                 WS-TS-QTD-REC(WS-QTD-CXS)
      * SESSAO ANTIGA, SEM UNIDADE, E DA SEDE
                            IF CXS-UNIDADE = SPACES
                                MOVE '01' TO
                                     WS-TS-UNIDADE(WS-QTD-CXS)
                            ELSE
                                MOVE CXS-UNIDADE TO
                                     WS-TS-UNIDADE(WS-QTD-CXS)
                            END-IF
                        ELSE
                            MOVE 1 TO WS-CXS-ESTOUROU
                        END-IF
      * 2000-CONCILIA-RECIBOS  --  LISTA OS RECIBOS DA SESSAO E
      *                              CONCILIA CADA UM CONTRA A BAIXA
      *                              POSTADA (PAGA E COM O MESMO
      *                              VALOR), SUBTOTALIZANDO POR CANAL
      *                              (CAIXA OU PIX).
      ******************************************************************
       2000-CONCILIA-RECIBOS.
            OPEN INPUT RECIBOS
                        IF REC-SESSAO-ID = WS-SESSAO-ALVO
                            ADD 1 TO WS-QTD-RECIBOS
                            ADD REC-VALOR TO WS-TOTAL-RECIBOS
                            IF REC-CANAL-PIX
                                MOVE 'PIX' TO WS-CANAL-ED
                                ADD 1 TO WS-QTD-REC-PIX
                                ADD REC-VALOR TO WS-TOT-REC-PIX
                            ELSE
                                MOVE 'CAIXA' TO WS-CANAL-ED
                                ADD 1 TO WS-QTD-REC-CAIXA
                                ADD REC-VALOR TO WS-TOT-REC-CAIXA
                            END-IF
                            PERFORM 2100-CONCILIA-UM THRU 2100-FIM
                        END-IF
                END-READ
            STRING 'RECIBO ' REC-NUMERO
                   ' ALUNO ' REC-CD-STUDENT
                   ' COMP ' REC-COMPETENCIA
                   ' VALOR ' WS-VALOR-ED
                   ' ' WS-CANAL-ED ' OK'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-RESUMO-UNIDADES  --  SUBTOTAIS POR UNIDADE DAS SESSOES
      *                             FECHADAS HOJE (INCLUINDO A DESTA
      *                             RODADA), RESTRITOS A UNIDADE DO
      *                             SUPERVISOR QUANDO ELE TEM UMA.
      ******************************************************************
       3000-RESUMO-UNIDADES.
            MOVE 0 TO WS-QTD-UNI
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CXS
                IF WS-TS-SIT(WS-IDX) = 'F'
                   AND WS-TS-DT-FECH(WS-IDX) = WS-DATA-HOJE
                   AND (OPER-TODAS-UNIDADES OF WS-OPER-PARM
                        OR WS-TS-UNIDADE(WS-IDX) =
                           OPER-UNIDADE OF WS-OPER-PARM)
                    PERFORM 3100-ACUMULA-UNIDADE THRU 3100-FIM
                END-IF
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'CAIXAS FECHADOS EM ' WS-DATA-HOJE
                   ' POR UNIDADE'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                MOVE WS-UNI-TOTAL(WS-IDX-UNI) TO WS-TOTAL-UNI-ED
                MOVE SPACES TO RPT-LINHA
                STRING 'UNIDADE ' WS-UNI-CODIGO(WS-IDX-UNI)
                       '  SESSOES: ' WS-UNI-SESSOES(WS-IDX-UNI)
                       '  RECIBOS: ' WS-UNI-RECIBOS(WS-IDX-UNI)
                       '  TOTAL RECEBIDO: ' WS-TOTAL-UNI-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-ACUMULA-UNIDADE  --  SOMA A SESSAO WS-IDX NA LINHA DA SUA
      *                             UNIDADE.
      ******************************************************************
       3100-ACUMULA-UNIDADE.
            MOVE 0 TO WS-POS-UNI
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                IF WS-UNI-CODIGO(WS-IDX-UNI) = WS-TS-UNIDADE(WS-IDX)
                    MOVE WS-IDX-UNI TO WS-POS-UNI
                    MOVE WS-QTD-UNI TO WS-IDX-UNI
                END-IF
            END-PERFORM
            IF WS-POS-UNI = 0
                IF WS-QTD-UNI >= 30
                    GO TO 3100-FIM
                END-IF
                ADD 1 TO WS-QTD-UNI
                MOVE WS-QTD-UNI TO WS-POS-UNI
                MOVE WS-TS-UNIDADE(WS-IDX) TO WS-UNI-CODIGO(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-SESSOES(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-RECIBOS(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-TOTAL(WS-POS-UNI)
            END-IF
            ADD 1 TO WS-UNI-SESSOES(WS-POS-UNI)
            ADD WS-TS-QTD-REC(WS-IDX) TO WS-UNI-RECIBOS(WS-POS-UNI)
            ADD WS-TS-TOTAL(WS-IDX) TO WS-UNI-TOTAL(WS-POS-UNI).
       3100-FIM.
            EXIT.

      ******************************************************************
      * 6000-EXPORTA-CONTABIL  --  ACRESCENTA AO EXPORT CONTABIL DO
      *                              CAIXA A LINHA DA SESSAO FECHADA:
      *                              O NUMERARIO SAI DO CAIXA DA
      *                              UNIDADE PARA A TESOURARIA. A
      *                              UNIDADE VAI NO HISTORICO.
      ******************************************************************
       6000-EXPORTA-CONTABIL.
            OPEN EXTEND EXPORTA-CONTABIL
            IF NOT CTB-FS-OK
                OPEN OUTPUT EXPORTA-CONTABIL
            END-IF
            IF NOT CTB-FS-OK
                DISPLAY 'EXPORT CONTABIL DO CAIXA INDISPONIVEL ('
                        WS-CTB-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO 6000-FIM
            END-IF
            MOVE WS-DATA-HOJE(1:6) TO CTB-COMPETENCIA
            MOVE 'TESOURARIA' TO CTB-CONTA-DEBITO
            MOVE 'CAIXA' TO CTB-CONTA-CREDITO
            MOVE WS-TOTAL-RECIBOS TO CTB-VALOR
            MOVE SPACES TO CTB-HISTORICO
            STRING 'CAIXA UNIDADE ' WS-TS-UNIDADE(WS-POS-CXS)
                   ' SESSAO ' WS-SESSAO-ALVO
                   DELIMITED BY SIZE INTO CTB-HISTORICO
            END-STRING
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA
            CLOSE EXPORTA-CONTABIL
            DISPLAY 'EXPORT CONTABIL DO CAIXA: ' WS-CTB-DD.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-SESSOES  --  REGRAVA O ARQUIVO DE SESSOES INTEIRO
      *                             A PARTIR DA TABELA.
                MOVE WS-TS-SUPERV(WS-IDX)   TO CXS-SUPERVISOR
                MOVE WS-TS-TOTAL(WS-IDX)    TO CXS-TOTAL-RECEBIDO
                MOVE WS-TS-QTD-REC(WS-IDX)  TO CXS-QTD-RECIBOS
                MOVE WS-TS-UNIDADE(WS-IDX)  TO CXS-UNIDADE
                WRITE REG-SESSAO-CAIXA
            END-PERFORM
            CLOSE SESSOES-CAIXA.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'FECHACAIXA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            STRING 'SESSAO ' WS-SESSAO-ALVO
                   DELIMITED BY SIZE
                   INTO REP-PERIODO OF WS-REP-PARM
            END-STRING
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM FECHACAIXA.
