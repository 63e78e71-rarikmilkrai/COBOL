      *               do vencimento, quando abertas): elas vivem nas
      *               faixas reservadas de competencia (41-99 e 21-40)
      *               e nunca casariam com a competencia real do mes.
      * 15/10/26 RMS  Razao de creditos do aluno (CREDITOS_ALUNO.TXT):
      *               o credito usado na competencia volta ao
      *               faturado (a mensalidade ja nasce abatida) e os
      *               movimentos do mes (excedente, duplicidade,
      *               devolucao, estorno) saem no relatorio e no
      *               export contabil, junto com o saldo de creditos
      *               no fim do mes como passivo (conta CREDALUNO).
      * 15/10/26 RMS  Conciliacao NFS-e x recebido: o recebido no mes
      *               de caixa (data do pagamento) e conferido contra
      *               o registro de NFS-e (NFSE.TXT - notas emitidas e
      *               RPS aguardando a prefeitura); diferenca sai no
      *               relatorio, no LOGERRO e com RC 4.
      * 15/10/26 RMS  Recebido no mes de caixa aberto por canal:
      *               tesouraria e PIX pelos recibos do mes (REC-CANAL),
      *               banco/assessoria pela diferenca.
      * 15/10/26 RMS  Subtotais por unidade (campus) no relatorio e
      *               lancamentos contabeis abertos por unidade.
      * 15/10/26 RMS  Cobranca de curso livre (MEN-TIPO X) destacada
      *               no resumo, como taxas e parcelas.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTOFINANCEIRO.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTB-FS.

           SELECT CREDITOS-ALUNO ASSIGN TO DYNAMIC WS-CRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRA-FS.

           SELECT NFSE ASSIGN TO DYNAMIC WS-NFS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NFS-FS.

           SELECT RECIBOS ASSIGN TO DYNAMIC WS-REC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
       FD EXPORTA-CONTABIL.
       01 CTB-LINHA                    PIC X(80).

       FD CREDITOS-ALUNO.
          COPY FD_CREDITO_ALUNO.

       FD NFSE.
          COPY FD_NFSE.

       FD RECIBOS.
          COPY FD_RECIBO.

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-REJ-EOF               PIC X VALUE 'N'.
          88 REJ-FIM-ARQUIVO       VALUE 'F'.
       01 WS-CRA-DD                PIC X(100) VALUE SPACES.
       77 WS-CRA-FS                PIC XX VALUE SPACES.
          88 CRA-FS-OK             VALUE '00'.
       77 WS-CRA-EOF               PIC X VALUE 'N'.
          88 CRA-FIM-ARQUIVO       VALUE 'F'.
       01 WS-NFS-DD                PIC X(100) VALUE SPACES.
       77 WS-NFS-FS                PIC XX VALUE SPACES.
          88 NFS-FS-OK             VALUE '00'.
       77 WS-NFS-EOF               PIC X VALUE 'N'.
          88 NFS-FIM-ARQUIVO       VALUE 'F'.
       01 WS-REC-DD                PIC X(100) VALUE SPACES.
       77 WS-REC-FS                PIC XX VALUE SPACES.
          88 REC-FS-OK             VALUE '00'.
       77 WS-REC-EOF               PIC X VALUE 'N'.
          88 REC-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

          05 WS-TOT-RENEGOCIADO    PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-TAXAS          PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-PARCELAS       PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-EXTENSAO       PIC 9(10)V9(2) VALUE ZEROS.

      * MOVIMENTOS DO RAZAO DE CREDITOS DO ALUNO NO MES E SALDO (O
      * PASSIVO COM OS ALUNOS) NO FIM DO MES FECHADO.
       01 WS-TOTAIS-CREDITO.
          05 WS-TOT-CRED-USADO     PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-CRED-EXCEDENTE PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-CRED-DUPLIC    PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-CRED-DEVOLVIDO PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-CRED-ESTORNADO PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-SALDO-CREDITOS     PIC S9(10)V9(2) VALUE ZEROS.
       77 WS-COMP-MOVIMENTO        PIC 9(06) VALUE ZEROS.

      * CONCILIACAO NFS-E X RECEBIDO PELO MES DE CAIXA (DATA DO
      * PAGAMENTO), QUE E O MES EM QUE A NOTA E DEVIDA.
       01 WS-TOTAIS-NFSE.
          05 WS-TOT-CAIXA-MES      PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-NFSE-EMITIDA   PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-NFSE-AGUARDA   PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-NFSE-ISS       PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-QTD-NFSE-REJEITADA PIC 9(05) VALUE ZEROS.
          05 WS-DIF-NFSE           PIC S9(10)V9(2) VALUE ZEROS.
       77 WS-SALDO-ED              PIC -ZZZZZZZZ9.99.

      * RECEBIDO NO MES DE CAIXA POR CANAL: RECIBOS DA TESOURARIA
      * (CANAL CAIXA), RECIBOS DO RETORNOPIX (CANAL PIX) E O RESTANTE
      * (RETORNO BANCARIO E ASSESSORIA, QUE NAO EMITEM RECIBO).
       01 WS-TOTAIS-CANAL.
          05 WS-TOT-CANAL-CAIXA    PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-CANAL-PIX      PIC 9(10)V9(2) VALUE ZEROS.
          05 WS-TOT-CANAL-OUTROS   PIC S9(10)V9(2) VALUE ZEROS.

       01 WS-TABELA-CURSOS.
          05 WS-QTD-CUR            PIC 9(02) VALUE 0.
             10 WS-CUR-RECEBIDO    PIC 9(10)V9(2).
             10 WS-CUR-ABERTO      PIC 9(10)V9(2).

      * SUBTOTAIS POR UNIDADE (CAMPUS) DO ALUNO; BRANCO = SEDE '01'
       01 WS-TABELA-UNIDADES.
          05 WS-QTD-UNI            PIC 9(02) VALUE 0.
          05 WS-UNI-TAB OCCURS 30 TIMES.
             10 WS-UNI-CODIGO      PIC X(02).
             10 WS-UNI-FATURADO    PIC 9(10)V9(2).
             10 WS-UNI-RECEBIDO    PIC 9(10)V9(2).
             10 WS-UNI-MULTAS      PIC 9(10)V9(2).
             10 WS-UNI-ABERTO      PIC 9(10)V9(2).
             10 WS-UNI-RENEGOCIADO PIC 9(10)V9(2).

       77 WS-POS-UNI               PIC 9(02) VALUE ZEROS.
       77 WS-UNIDADE-TRAB          PIC X(02) VALUE SPACES.
       77 WS-POS-CUR               PIC 9(02) VALUE ZEROS.
       77 WS-IDX                   PIC 9(02) VALUE ZEROS.
       77 WS-CURSO-TRAB            PIC X(05) VALUE SPACES.
          03 CTB-VALOR             PIC 9(10)V9(2).
          03 CTB-HISTORICO         PIC X(30).

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        PERFORM 2500-ACUMULA-CAIXA THRU 2500-FIM
                        PERFORM 1900-ITEM-DA-COMPETENCIA
                             THRU 1900-FIM
                        IF WS-ITEM-NO-MES = 1
                CLOSE ESTUDANTE
            END-IF

            PERFORM 3000-ACUMULA-CREDITOS THRU 3000-FIM
            PERFORM 4000-CONCILIA-NFSE THRU 4000-FIM
            PERFORM 4500-ACUMULA-CANAIS THRU 4500-FIM

            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM
            PERFORM 6000-EXPORTA-CONTABIL THRU 6000-FIM.

      * 1900-ITEM-DA-COMPETENCIA  --  DECIDE SE O ITEM PERTENCE AO MES
      *                                 FECHADO: MENSALIDADE DE VERDADE
      *                                 (TIPO BRANCO/M) PELA PROPRIA
      *                                 COMPETENCIA DA CHAVE; TAXA,
      *                                 PARCELA DE ACORDO E CURSO LIVRE
      *                                 VIVEM NAS FAIXAS RESERVADAS
      *                                 (MES 41-99, 21-40 E 13-20),
      *                                 ENTAO ENTRAM PELO MES
      *                                 DO PAGAMENTO (QUANDO PAGAS) OU
      *                                 DO VENCIMENTO - SENAO NUNCA
      *                                 ENTRARIAM EM FECHAMENTO ALGUM.
            IF MEN-TIPO-PARCELA
                ADD MEN-VALOR TO WS-TOT-PARCELAS
            END-IF
            IF MEN-TIPO-EXTENSAO
                ADD MEN-VALOR TO WS-TOT-EXTENSAO
            END-IF

            MOVE '(SEM)' TO WS-CURSO-TRAB
            MOVE '01' TO WS-UNIDADE-TRAB
            IF ESTUDANTE-ABERTO
                MOVE MEN-CD-STUDENT TO CD-STUDENT
                READ ESTUDANTE
                        CONTINUE
                    NOT INVALID KEY
                        MOVE COURSE-CODE TO WS-CURSO-TRAB
                        IF STUDENT-UNIDADE NOT = SPACES
                            MOVE STUDENT-UNIDADE TO WS-UNIDADE-TRAB
                        END-IF
                END-READ
            END-IF
            PERFORM 2100-ACUMULA-UNIDADE THRU 2100-FIM
            MOVE 0 TO WS-POS-CUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-ACUMULA-UNIDADE  --  SUBTOTAIS DO ITEM NA UNIDADE DO
      *                             ALUNO (WS-UNIDADE-TRAB).
      ******************************************************************
       2100-ACUMULA-UNIDADE.
            PERFORM 2150-LOCALIZA-UNIDADE THRU 2150-FIM
            IF WS-POS-UNI = 0
                GO TO 2100-FIM
            END-IF
            ADD MEN-VALOR TO WS-UNI-FATURADO(WS-POS-UNI)
            EVALUATE TRUE
                WHEN MEN-PAGA
                    ADD MEN-VALOR-PAGO TO WS-UNI-RECEBIDO(WS-POS-UNI)
                    ADD MEN-MULTA TO WS-UNI-MULTAS(WS-POS-UNI)
                WHEN MEN-ABERTA
                    ADD MEN-VALOR TO WS-UNI-ABERTO(WS-POS-UNI)
                WHEN MEN-RENEGOCIADA
                    ADD MEN-VALOR TO WS-UNI-RENEGOCIADO(WS-POS-UNI)
            END-EVALUATE.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2150-LOCALIZA-UNIDADE  --  POSICAO DE WS-UNIDADE-TRAB NA
      *                              TABELA DE UNIDADES, INCLUINDO-A
      *                              SE AINDA NAO EXISTIR.
      ******************************************************************
       2150-LOCALIZA-UNIDADE.
            MOVE 0 TO WS-POS-UNI
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-UNI
                IF WS-UNI-CODIGO(WS-IDX) = WS-UNIDADE-TRAB
                    MOVE WS-IDX TO WS-POS-UNI
                    MOVE WS-QTD-UNI TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-UNI = 0
                IF WS-QTD-UNI >= 30
                    GO TO 2150-FIM
                END-IF
                ADD 1 TO WS-QTD-UNI
                MOVE WS-QTD-UNI TO WS-POS-UNI
                MOVE WS-UNIDADE-TRAB TO WS-UNI-CODIGO(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-FATURADO(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-RECEBIDO(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-MULTAS(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-ABERTO(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-RENEGOCIADO(WS-POS-UNI)
            END-IF.
       2150-FIM.
            EXIT.

      ******************************************************************
      * 2500-ACUMULA-CAIXA  --  RECEBIDO NO MES DE CAIXA: TODO ITEM
      *                           PAGO COM DATA DE PAGAMENTO NO MES
      *                           FECHADO, DE QUALQUER COMPETENCIA.
      *                           QUITACAO SO COM CREDITO (VALOR PAGO
      *                           ZERO) NAO E RECEBIMENTO.
      ******************************************************************
       2500-ACUMULA-CAIXA.
            IF MEN-PAGA
               AND MEN-DT-PAGAMENTO(1:6) = WS-COMPETENCIA
               AND MEN-VALOR-PAGO > ZEROS
                ADD MEN-VALOR-PAGO TO WS-TOT-CAIXA-MES
            END-IF.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 3000-ACUMULA-CREDITOS  --  LE O RAZAO DE CREDITOS DO ALUNO
      *                              (AUSENTE = SEM CREDITOS): O USO
      *                              ENTRA PELA COMPETENCIA DE DESTINO
      *                              (COMO A MENSALIDADE QUE ABATEU) E
      *                              VOLTA AO FATURADO; OS DEMAIS
      *                              MOVIMENTOS PELO MES DA DATA DO
      *                              MOVIMENTO. O SALDO SOMA TUDO O
      *                              QUE FOI LANCADO ATE O FIM DO MES.
      ******************************************************************
       3000-ACUMULA-CREDITOS.
            ACCEPT WS-CRA-DD FROM ENVIRONMENT 'DD_CREDITOS_ALUNO'
            IF WS-CRA-DD = SPACES
                MOVE 'CREDITOS_ALUNO.TXT' TO WS-CRA-DD
            END-IF
            OPEN INPUT CREDITOS-ALUNO
            IF NOT CRA-FS-OK
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-CRA-EOF
            PERFORM UNTIL CRA-FIM-ARQUIVO
                READ CREDITOS-ALUNO
                    AT END
                        MOVE 'F' TO WS-CRA-EOF
                    NOT AT END
                        PERFORM 3100-ACUMULA-MOVIMENTO THRU 3100-FIM
                END-READ
            END-PERFORM
            CLOSE CREDITOS-ALUNO
            ADD WS-TOT-CRED-USADO TO WS-TOT-FATURADO.
       3000-FIM.
            EXIT.

       3100-ACUMULA-MOVIMENTO.
            MOVE CRA-DT-MOVIMENTO(1:6) TO WS-COMP-MOVIMENTO
            IF WS-COMP-MOVIMENTO <= WS-COMPETENCIA
                IF CRA-SOMA-SALDO
                    ADD CRA-VALOR TO WS-SALDO-CREDITOS
                END-IF
                IF CRA-SUBTRAI-SALDO
                    SUBTRACT CRA-VALOR FROM WS-SALDO-CREDITOS
                END-IF
            END-IF

            IF CRA-UTILIZADO
                IF CRA-COMPETENCIA = WS-COMPETENCIA
                    ADD CRA-VALOR TO WS-TOT-CRED-USADO
                END-IF
                GO TO 3100-FIM
            END-IF
            IF WS-COMP-MOVIMENTO NOT = WS-COMPETENCIA
                GO TO 3100-FIM
            END-IF
            EVALUATE TRUE
                WHEN CRA-EXCEDENTE
                    ADD CRA-VALOR TO WS-TOT-CRED-EXCEDENTE
                WHEN CRA-DUPLICIDADE
                    ADD CRA-VALOR TO WS-TOT-CRED-DUPLIC
                WHEN CRA-DEVOLVIDO
                    ADD CRA-VALOR TO WS-TOT-CRED-DEVOLVIDO
                WHEN CRA-ESTORNADO
                    ADD CRA-VALOR TO WS-TOT-CRED-ESTORNADO
            END-EVALUATE.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-CONCILIA-NFSE  --  SOMA NO REGISTRO DE NFS-E (AUSENTE =
      *                           NADA FATURADO) AS NOTAS EMITIDAS E
      *                           OS RPS AGUARDANDO A PREFEITURA DOS
      *                           PAGAMENTOS DO MES E CONFERE CONTRA O
      *                           RECEBIDO NO MES DE CAIXA. RPS
      *                           REJEITADO NAO CONTA - O PAGAMENTO
      *                           VOLTA NO LOTE SEGUINTE COM NOVO RPS.
      ******************************************************************
       4000-CONCILIA-NFSE.
            ACCEPT WS-NFS-DD FROM ENVIRONMENT 'DD_NFSE'
            IF WS-NFS-DD = SPACES
                MOVE 'NFSE.TXT' TO WS-NFS-DD
            END-IF
            OPEN INPUT NFSE
            IF NFS-FS-OK
                MOVE 'N' TO WS-NFS-EOF
                PERFORM UNTIL NFS-FIM-ARQUIVO
                    READ NFSE
                        AT END
                            MOVE 'F' TO WS-NFS-EOF
                        NOT AT END
                            IF NFS-DT-PAGAMENTO(1:6) = WS-COMPETENCIA
                                EVALUATE TRUE
                                    WHEN NFS-EMITIDA
                                        ADD NFS-VALOR TO
                                            WS-TOT-NFSE-EMITIDA
                                        ADD NFS-VALOR-ISS TO
                                            WS-TOT-NFSE-ISS
                                    WHEN NFS-AGUARDANDO
                                        ADD NFS-VALOR TO
                                            WS-TOT-NFSE-AGUARDA
                                    WHEN NFS-REJEITADA
                                        ADD 1 TO WS-QTD-NFSE-REJEITADA
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NFSE
            END-IF

            COMPUTE WS-DIF-NFSE = WS-TOT-CAIXA-MES
                    - WS-TOT-NFSE-EMITIDA - WS-TOT-NFSE-AGUARDA
            IF WS-DIF-NFSE NOT = ZEROS
                MOVE WS-DIF-NFSE TO WS-SALDO-ED
                DISPLAY 'NFS-E NAO CONCILIA COM O RECEBIDO NO MES - '
                        'DIFERENCA ' WS-SALDO-ED
                MOVE 'FECHAMENTOFINANCEIRO' TO LOG-PROGRAMA
                                                OF WS-LOG-PARM
                MOVE '4000-CONCILIA-NFSE' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                MOVE 'NFS-E DO MES DIVERGE DO RECEBIDO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
            END-IF.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4500-ACUMULA-CANAIS  --  SEPARA O RECEBIDO NO MES DE CAIXA POR
      *                            CANAL PELOS RECIBOS DO MES
      *                            (REC-CANAL); O QUE NAO TEM RECIBO E
      *                            RETORNO BANCARIO OU ASSESSORIA.
      ******************************************************************
       4500-ACUMULA-CANAIS.
            ACCEPT WS-REC-DD FROM ENVIRONMENT 'DD_RECIBOS'
            IF WS-REC-DD = SPACES
                MOVE 'RECIBOS.TXT' TO WS-REC-DD
            END-IF
            OPEN INPUT RECIBOS
            IF REC-FS-OK
                MOVE 'N' TO WS-REC-EOF
                PERFORM UNTIL REC-FIM-ARQUIVO
                    READ RECIBOS
                        AT END
                            MOVE 'F' TO WS-REC-EOF
                        NOT AT END
                            IF REC-DT-PAGAMENTO(1:6) = WS-COMPETENCIA
                                IF REC-CANAL-PIX
                                    ADD REC-VALOR TO WS-TOT-CANAL-PIX
                                ELSE
                                    ADD REC-VALOR TO
                                        WS-TOT-CANAL-CAIXA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECIBOS
            END-IF
            COMPUTE WS-TOT-CANAL-OUTROS = WS-TOT-CAIXA-MES
                    - WS-TOT-CANAL-CAIXA - WS-TOT-CANAL-PIX.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  EMITE O RELATORIO DE FECHAMENTO DE
      *                             132 COLUNAS.
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-EXTENSAO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'DO TOTAL, CURSO LIVRE: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CRED-USADO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'DO TOTAL, PAGO C/CRED: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-TOT-CRED-EXCEDENTE TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CREDITO - EXCEDENTES.: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CRED-DUPLIC TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CREDITO - DUPLICIDADE: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CRED-USADO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CREDITO - UTILIZADO..: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CRED-DEVOLVIDO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CREDITO - DEVOLVIDO..: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CRED-ESTORNADO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CREDITO - ESTORNADO..: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-SALDO-CREDITOS TO WS-SALDO-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'SALDO CREDITOS ALUNOS: ' WS-SALDO-ED
                   ' (PASSIVO NO FIM DO MES)'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-TOT-CAIXA-MES TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'RECEBIDO NO MES CAIXA: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CANAL-CAIXA TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  CANAL TESOURARIA...: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CANAL-PIX TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  CANAL PIX..........: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-CANAL-OUTROS TO WS-SALDO-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  BANCO/ASSESSORIA...: ' WS-SALDO-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-NFSE-EMITIDA TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'NFS-E EMITIDAS.......: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-NFSE-ISS TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'ISS DAS NFS-E........: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TOT-NFSE-AGUARDA TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'RPS AGUARDANDO NOTA..: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'RPS REJEITADOS.......: ' WS-QTD-NFSE-REJEITADA
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-DIF-NFSE TO WS-SALDO-ED
            MOVE SPACES TO RPT-LINHA
            IF WS-DIF-NFSE = ZEROS
                STRING 'DIFERENCA NFS-E......: ' WS-SALDO-ED
                       ' (CONCILIADO)'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                STRING 'DIFERENCA NFS-E......: ' WS-SALDO-ED
                       ' *** RECEBIDO SEM NOTA / NOTA SEM RECEBIDO'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'UNIDADE FATURADO    RECEBIDO      EM ABERTO'
                   '     RENEGOCIADO'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-UNI
                MOVE SPACES TO RPT-LINHA
                MOVE WS-UNI-FATURADO(WS-IDX) TO WS-VALOR-ED
                STRING WS-UNI-CODIGO(WS-IDX) '   ' WS-VALOR-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                MOVE WS-UNI-RECEBIDO(WS-IDX) TO WS-VALOR-ED
                STRING WS-VALOR-ED DELIMITED BY SIZE
                       INTO RPT-LINHA(21:)
                END-STRING
                MOVE WS-UNI-ABERTO(WS-IDX) TO WS-VALOR-ED
                STRING WS-VALOR-ED DELIMITED BY SIZE
                       INTO RPT-LINHA(36:)
                END-STRING
                MOVE WS-UNI-RENEGOCIADO(WS-IDX) TO WS-VALOR-ED
                STRING WS-VALOR-ED DELIMITED BY SIZE
                       INTO RPT-LINHA(51:)
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM
            CLOSE RELATORIO-FECH
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            DISPLAY 'RELATORIO DE FECHAMENTO EM ' WS-RPT-DD.
       5000-FIM.
            EXIT.
            OPEN OUTPUT EXPORTA-CONTABIL

            MOVE WS-COMPETENCIA TO CTB-COMPETENCIA
            IF WS-QTD-UNI = 0
                MOVE '01' TO WS-UNIDADE-TRAB
                PERFORM 2150-LOCALIZA-UNIDADE THRU 2150-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-UNI
                PERFORM 6050-EXPORTA-UNIDADE THRU 6050-FIM
            END-PERFORM

            PERFORM 6100-EXPORTA-CREDITOS THRU 6100-FIM

            CLOSE EXPORTA-CONTABIL
            DISPLAY 'EXPORT CONTABIL GRAVADO EM ' WS-CTB-DD.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6050-EXPORTA-UNIDADE  --  LANCAMENTOS DE FATURAMENTO,
      *                             RECEBIMENTO, MULTA E RENEGOCIACAO
      *                             DA UNIDADE WS-UNI-TAB(WS-IDX). A
      *                             SOMA DAS UNIDADES FECHA COM OS
      *                             TOTAIS DO RELATORIO.
      ******************************************************************
       6050-EXPORTA-UNIDADE.
            MOVE 'CLIENTES' TO CTB-CONTA-DEBITO
            MOVE 'RECEITA' TO CTB-CONTA-CREDITO
            MOVE WS-UNI-FATURADO(WS-IDX) TO CTB-VALOR
            MOVE SPACES TO CTB-HISTORICO
            STRING 'FATURAMENTO UNIDADE ' WS-UNI-CODIGO(WS-IDX)
                   DELIMITED BY SIZE INTO CTB-HISTORICO
            END-STRING
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'CAIXA' TO CTB-CONTA-DEBITO
            MOVE 'CLIENTES' TO CTB-CONTA-CREDITO
            MOVE WS-UNI-RECEBIDO(WS-IDX) TO CTB-VALOR
            MOVE SPACES TO CTB-HISTORICO
            STRING 'RECEBIMENTOS UNIDADE ' WS-UNI-CODIGO(WS-IDX)
                   DELIMITED BY SIZE INTO CTB-HISTORICO
            END-STRING
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'CAIXA' TO CTB-CONTA-DEBITO
            MOVE 'RECMULTA' TO CTB-CONTA-CREDITO
            MOVE WS-UNI-MULTAS(WS-IDX) TO CTB-VALOR
            MOVE SPACES TO CTB-HISTORICO
            STRING 'MULTAS RECEBIDAS UNIDADE ' WS-UNI-CODIGO(WS-IDX)
                   DELIMITED BY SIZE INTO CTB-HISTORICO
            END-STRING
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'RENEGOC' TO CTB-CONTA-DEBITO
            MOVE 'CLIENTES' TO CTB-CONTA-CREDITO
            MOVE WS-UNI-RENEGOCIADO(WS-IDX) TO CTB-VALOR
            MOVE SPACES TO CTB-HISTORICO
            STRING 'RENEGOCIADO ACORDO UNIDADE ' WS-UNI-CODIGO(WS-IDX)
                   DELIMITED BY SIZE INTO CTB-HISTORICO
            END-STRING
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA.
       6050-FIM.
            EXIT.

      ******************************************************************
      * 6100-EXPORTA-CREDITOS  --  LINHAS DO RAZAO DE CREDITOS DO
      *                              ALUNO: OS MOVIMENTOS DO MES CONTRA
      *                              A CONTA DE PASSIVO CREDALUNO E O
      *                              SALDO DO PASSIVO NO FIM DO MES.
      ******************************************************************
       6100-EXPORTA-CREDITOS.
            MOVE 'CLIENTES' TO CTB-CONTA-DEBITO
            MOVE 'CREDALUNO' TO CTB-CONTA-CREDITO
            MOVE WS-TOT-CRED-EXCEDENTE TO CTB-VALOR
            MOVE 'EXCEDENTE PAGO - CRED ALUNO' TO CTB-HISTORICO
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'CAIXA' TO CTB-CONTA-DEBITO
            MOVE 'CREDALUNO' TO CTB-CONTA-CREDITO
            MOVE WS-TOT-CRED-DUPLIC TO CTB-VALOR
            MOVE 'PAGTO EM DUPLICIDADE - CRED' TO CTB-HISTORICO
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'CREDALUNO' TO CTB-CONTA-DEBITO
            MOVE 'CLIENTES' TO CTB-CONTA-CREDITO
            MOVE WS-TOT-CRED-USADO TO CTB-VALOR
            MOVE 'CREDITO ALUNO UTILIZADO' TO CTB-HISTORICO
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'CREDALUNO' TO CTB-CONTA-DEBITO
            MOVE 'CAIXA' TO CTB-CONTA-CREDITO
            MOVE WS-TOT-CRED-DEVOLVIDO TO CTB-VALOR
            MOVE 'CREDITO ALUNO DEVOLVIDO' TO CTB-HISTORICO
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

            MOVE 'CREDALUNO' TO CTB-CONTA-DEBITO
            MOVE 'CLIENTES' TO CTB-CONTA-CREDITO
            MOVE WS-TOT-CRED-ESTORNADO TO CTB-VALOR
            MOVE 'CREDITO ALUNO ESTORNADO' TO CTB-HISTORICO
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA

      * SALDO NEGATIVO (CREDITO USADO/DEVOLVIDO ALEM DO LANCADO) SAI
      * COM AS CONTAS INVERTIDAS - O LAYOUT NAO TEM SINAL.
            IF WS-SALDO-CREDITOS < ZEROS
                MOVE 'CREDALUNO' TO CTB-CONTA-DEBITO
                MOVE 'SALDO' TO CTB-CONTA-CREDITO
                COMPUTE CTB-VALOR = ZEROS - WS-SALDO-CREDITOS
            ELSE
                MOVE 'SALDO' TO CTB-CONTA-DEBITO
                MOVE 'CREDALUNO' TO CTB-CONTA-CREDITO
                MOVE WS-SALDO-CREDITOS TO CTB-VALOR
            END-IF
            MOVE 'SALDO CREDITOS ALUNOS-PASSIVO' TO CTB-HISTORICO
            MOVE WS-CTB-REGISTRO TO CTB-LINHA
            WRITE CTB-LINHA.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'FECHAMENTOFINANCEIRO' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-COMPETENCIA TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM FECHAMENTOFINANCEIRO.
