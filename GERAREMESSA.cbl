      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Detalhe passou a levar o desconto de pontualidade
      *               (RD-VALOR-DESCONTO) e a data limite dele, a
      *               vespera do vencimento, para o banco aplicar no
      *               boleto.
      * 15/10/26 RMS  Remessa por lote de faturamento, com
      *               checkpoint/restart: remete os itens abertos do
      *               lote (informado em DD_LOTE_FATURAMENTO ou o mais
      *               recente concluido ainda sem remessa) e os sem
      *               lote, leva o lote no header e marca o lote como
      *               remetido em EXECUCOES_FATURAMENTO.TXT - segunda
      *               remessa do mesmo lote e recusada (RC=8, FAT003).
      *               Checkpoint a cada DD_INTERVALO_CKPT mensalidades;
      *               o RESTART corta a remessa nas linhas confirmadas
      *               e continua apos a ultima chave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAREMESSA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REM-FS.

           SELECT REMESSA-TRAB ASSIGN TO DYNAMIC WS-TRB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRB-FS.

           SELECT EXECUCOES-FATURAMENTO ASSIGN TO DYNAMIC WS-EXF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXF-FS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CKPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
       FD REMESSA.
       01 REM-LINHA                    PIC X(60).

       FD REMESSA-TRAB.
       01 TRB-LINHA                    PIC X(60).

       FD EXECUCOES-FATURAMENTO.
          COPY FD_EXECUCAO_FATURAMENTO.

       FD CHECKPOINT-FILE.
       01 CKPT-LINHA.
          03 CKPT-LOTE                 PIC X(14).
          03 CKPT-MEN-CHAVE            PIC X(11).
          03 CKPT-QTD-DETALHES         PIC 9(06).
          03 CKPT-SOMA-VALORES         PIC 9(10)V9(2).
          03 CKPT-LINHAS               PIC 9(07).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-REM-DD                PIC X(100) VALUE SPACES.
          88 REM-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TRB-DD                PIC X(100) VALUE SPACES.
       01 WS-EXF-DD                PIC X(100) VALUE SPACES.
       01 WS-CKPT-DD               PIC X(100) VALUE SPACES.
       77 WS-TRB-FS                PIC XX VALUE SPACES.
          88 TRB-FS-OK             VALUE '00'.
       77 WS-EXF-FS                PIC XX VALUE SPACES.
          88 EXF-FS-OK             VALUE '00'.
       77 WS-CKPT-FS               PIC XX VALUE SPACES.
          88 CKPT-FS-OK            VALUE '00'.
       77 WS-TRB-EOF               PIC X VALUE 'N'.
          88 TRB-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EXF-EOF               PIC X VALUE 'N'.
          88 EXF-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       77 WS-QTD-DETALHES          PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-VALORES          PIC 9(10)V9(2) VALUE ZEROS.

      * LOTE DE FATURAMENTO REMETIDO (FD_EXECUCAO_FATURAMENTO): O
      * INFORMADO EM DD_LOTE_FATURAMENTO OU O MAIS RECENTE CONCLUIDO
      * AINDA SEM REMESSA
       01 WS-TABELA-LOTES.
          05 WS-QTD-LOTES          PIC 9(03) VALUE 0.
          05 WS-LOTE-TAB OCCURS 500 TIMES.
             10 WS-TL-LOTE         PIC X(14).
             10 WS-TL-COMPETENCIA  PIC 9(06).
             10 WS-TL-CONCLUIDO    PIC 9(01).
             10 WS-TL-REMETIDO     PIC 9(01).
             10 WS-TL-DATA-REM     PIC 9(08).
       77 WS-IDX-LOTE              PIC 9(03) VALUE ZEROS.
       77 WS-POS-LOTE              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(03) VALUE ZEROS.
       77 WS-LOTES-ESTOUROU        PIC 9 VALUE 0.
          88 LOTES-ESTOUROU        VALUE 1.
       77 WS-LOTE-INFORMADO        PIC X(14) VALUE SPACES.
       77 WS-LOTE-FATURAMENTO      PIC X(14) VALUE SPACES.
       77 WS-LOTE-RECUSADO         PIC 9 VALUE 0.
          88 LOTE-RECUSADO         VALUE 1.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      * CHECKPOINT: ULTIMA CHAVE DE MENSALIDADE LIDA E LINHAS JA
      * GRAVADAS NA REMESSA, PARA O RESTART
       77 WS-MODO-RESTART          PIC X(07) VALUE SPACES.
          88 MODO-RESTART          VALUE 'RESTART' 'restart'.
       77 WS-EM-RETOMADA           PIC 9 VALUE 0.
          88 EM-RETOMADA           VALUE 1.
       77 WS-ULTIMA-CHAVE          PIC X(11) VALUE SPACES.
       77 WS-LINHAS-GRAVADAS       PIC 9(07) VALUE ZEROS.
       77 WS-LINHAS-CKPT           PIC 9(07) VALUE ZEROS.
       77 WS-LINHAS-COPIADAS       PIC 9(07) VALUE ZEROS.
       77 WS-CONT-DESDE-CKPT       PIC 9(05) VALUE ZEROS.
       77 WS-INTERVALO-CKPT        PIC 9(05) VALUE 100.

      * LAYOUT FIXO DA REMESSA (0 = HEADER, 1 = DETALHE, 9 = TRAILER)
       01 WS-REM-HEADER.
          03 RH-TIPO               PIC X(01) VALUE '0'.
          03 RH-DT-GERACAO         PIC 9(08).
          03 RH-REMETENTE          PIC X(20) VALUE 'ESCOLA'.
          03 RH-LOTE-FATURAMENTO   PIC X(14).
          03 FILLER                PIC X(17) VALUE SPACES.
       01 WS-REM-DETALHE.
          03 RD-TIPO               PIC X(01) VALUE '1'.
          03 RD-CD-STUDENT         PIC 9(05).
          03 RD-COMPETENCIA        PIC 9(06).
          03 RD-VALOR              PIC 9(08)V9(2).
          03 RD-DT-VENCIMENTO      PIC 9(08).
          03 RD-VALOR-DESCONTO     PIC 9(08)V9(2).
          03 RD-DT-LIMITE-DESCONTO PIC 9(08).
          03 FILLER                PIC X(12) VALUE SPACES.
       01 WS-REM-TRAILER.
          03 RT-TIPO               PIC X(01) VALUE '9'.
          03 RT-QTD                PIC 9(06).
                MOVE 'REMESSA.TXT' TO WS-REM-DD
            END-IF

            ACCEPT WS-TRB-DD FROM ENVIRONMENT 'DD_REMESSA_TRAB'
            IF WS-TRB-DD = SPACES
                MOVE 'REMESSA.TMP' TO WS-TRB-DD
            END-IF
            ACCEPT WS-EXF-DD FROM ENVIRONMENT
                'DD_EXECUCOES_FATURAMENTO'
            IF WS-EXF-DD = SPACES
                MOVE 'EXECUCOES_FATURAMENTO.TXT' TO WS-EXF-DD
            END-IF
            ACCEPT WS-CKPT-DD FROM ENVIRONMENT 'DD_GERAREMESSA_CKPT'
            IF WS-CKPT-DD = SPACES
                MOVE 'GERAREMESSA.CKPT' TO WS-CKPT-DD
            END-IF
            ACCEPT WS-LOTE-INFORMADO FROM ENVIRONMENT
                'DD_LOTE_FATURAMENTO'
            ACCEPT WS-MODO-RESTART FROM ENVIRONMENT 'DD_MODO_RESTART'
            ACCEPT WS-INTERVALO-CKPT FROM ENVIRONMENT
                'DD_INTERVALO_CKPT'
            IF WS-INTERVALO-CKPT NOT NUMERIC
               OR WS-INTERVALO-CKPT = ZEROS
                MOVE 100 TO WS-INTERVALO-CKPT
            END-IF

            PERFORM 1000-ESCOLHE-LOTE THRU 1000-FIM
            IF LOTE-RECUSADO
                GO TO 9900-ENCERRA
            END-IF
            DISPLAY 'LOTE DE FATURAMENTO: ' WS-LOTE-FATURAMENTO

            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'ARQUIVO DE MENSALIDADES INDISPONIVEL ('
                GO TO 9900-ENCERRA
            END-IF

            IF MODO-RESTART
                PERFORM 2000-RETOMA-REMESSA THRU 2000-FIM
            END-IF
            IF NOT EM-RETOMADA
                OPEN OUTPUT REMESSA
                MOVE WS-DATA-HOJE TO RH-DT-GERACAO
                MOVE WS-LOTE-FATURAMENTO TO RH-LOTE-FATURAMENTO
                MOVE WS-REM-HEADER TO REM-LINHA
                WRITE REM-LINHA
                MOVE 1 TO WS-LINHAS-GRAVADAS
            END-IF

      * SO OS ITENS DO LOTE E OS GERADOS FORA DO FATURAMENTO MENSAL
      * (LOTE EM BRANCO: TAXAS, ACORDOS, ITENS ANTERIORES AO LOTE);
      * ITEM DE OUTRO LOTE JA FOI NA REMESSA DELE.
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-ABERTA
                           AND (MEN-LOTE-FATURAMENTO =
                                WS-LOTE-FATURAMENTO
                                OR MEN-LOTE-FATURAMENTO = SPACES)
                            ADD 1 TO WS-QTD-DETALHES
                            ADD MEN-VALOR TO WS-SOMA-VALORES
                            MOVE MEN-CD-STUDENT TO RD-CD-STUDENT
                            MOVE MEN-VALOR TO RD-VALOR
                            MOVE MEN-DT-VENCIMENTO TO
                                 RD-DT-VENCIMENTO
      * DESCONTO DE PONTUALIDADE NO BOLETO: VALE ATE A VESPERA
                            MOVE ZEROS TO RD-VALOR-DESCONTO
                            MOVE ZEROS TO RD-DT-LIMITE-DESCONTO
                            IF MEN-DESC-PONTUAL > ZEROS
                                MOVE MEN-DESC-PONTUAL TO
                                     RD-VALOR-DESCONTO
                                COMPUTE RD-DT-LIMITE-DESCONTO =
                                    FUNCTION DATE-OF-INTEGER(
                                    FUNCTION INTEGER-OF-DATE(
                                    MEN-DT-VENCIMENTO) - 1)
                            END-IF
                            MOVE WS-REM-DETALHE TO REM-LINHA
                            WRITE REM-LINHA
                            ADD 1 TO WS-LINHAS-GRAVADAS
                        END-IF
                        PERFORM 3000-ATUALIZA-CHECKPOINT
                             THRU 3000-FIM
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            MOVE WS-REM-TRAILER TO REM-LINHA
            WRITE REM-LINHA
            CLOSE REMESSA
            PERFORM 4000-REGISTRA-REMESSA THRU 4000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DA REMESSA ***'
            DISPLAY 'LOTE DE FATURAMENTO..: ' WS-LOTE-FATURAMENTO
            DISPLAY 'COBRANCAS REMETIDAS..: ' WS-QTD-DETALHES
            DISPLAY 'ARQUIVO DE REMESSA...: ' WS-REM-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-ESCOLHE-LOTE  --  LOTE A REMETER: O INFORMADO EM
      *                          DD_LOTE_FATURAMENTO OU, SEM ELE, O MAIS
      *                          RECENTE JA CONCLUIDO E AINDA SEM
      *                          REMESSA. LOTE NAO CONCLUIDO OU JA
      *                          REMETIDO E RECUSADO (RC=8): A REMESSA
      *                          DE UM LOTE SAI UMA UNICA VEZ.
      ******************************************************************
       1000-ESCOLHE-LOTE.
            PERFORM 1100-CARREGA-LOTES THRU 1100-FIM
            IF WS-LOTE-INFORMADO = SPACES
                GO TO 1050-LOTE-PENDENTE
            END-IF

            MOVE WS-LOTE-INFORMADO TO WS-LOTE-FATURAMENTO
            PERFORM 1150-POSICIONA-LOTE THRU 1150-FIM
            IF WS-POS-LOTE = 0
                DISPLAY 'LOTE ' WS-LOTE-INFORMADO ' NAO CONSTA DO '
                        'REGISTRO DE EXECUCOES DO FATURAMENTO - '
                        'REMESSA RECUSADA.'
                MOVE 1 TO WS-LOTE-RECUSADO
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            IF WS-TL-CONCLUIDO(WS-POS-LOTE) = 0
                DISPLAY 'LOTE ' WS-LOTE-FATURAMENTO ' NAO CONCLUIDO - '
                        'RETOME O GERAMENSALIDADE COM RESTART ANTES '
                        'DA REMESSA.'
                MOVE 'GERAREMESSA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-ESCOLHE-LOTE' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                MOVE 'FAT002' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING 'LOTE ' WS-LOTE-FATURAMENTO
                       ' SEM CONCLUSAO - REMESSA RECUSADA'
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 1 TO WS-LOTE-RECUSADO
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            IF WS-TL-REMETIDO(WS-POS-LOTE) = 1
                DISPLAY 'REMESSA DO LOTE ' WS-LOTE-FATURAMENTO
                        ' JA GERADA EM ' WS-TL-DATA-REM(WS-POS-LOTE)
                        ' - NOVA REMESSA RECUSADA.'
                MOVE 'GERAREMESSA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-ESCOLHE-LOTE' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                MOVE 'FAT003' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING 'LOTE ' WS-LOTE-FATURAMENTO
                       ' REMETIDO EM ' WS-TL-DATA-REM(WS-POS-LOTE)
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 1 TO WS-LOTE-RECUSADO
                MOVE 8 TO RETURN-CODE
            END-IF
            GO TO 1000-FIM.

       1050-LOTE-PENDENTE.
            MOVE SPACES TO WS-LOTE-FATURAMENTO
            MOVE ZEROS TO WS-QTD-PENDENTES
            PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                    UNTIL WS-IDX-LOTE > WS-QTD-LOTES
                IF WS-TL-CONCLUIDO(WS-IDX-LOTE) = 1
                   AND WS-TL-REMETIDO(WS-IDX-LOTE) = 0
                    ADD 1 TO WS-QTD-PENDENTES
                    IF WS-TL-LOTE(WS-IDX-LOTE) > WS-LOTE-FATURAMENTO
                        MOVE WS-TL-LOTE(WS-IDX-LOTE) TO
                             WS-LOTE-FATURAMENTO
                    END-IF
                END-IF
            END-PERFORM
            IF WS-QTD-PENDENTES > 1
                DISPLAY 'HA ' WS-QTD-PENDENTES ' LOTES CONCLUIDOS SEM '
                        'REMESSA - REMETENDO O MAIS RECENTE; OS DEMAIS '
                        'SAEM INFORMANDO DD_LOTE_FATURAMENTO.'
            END-IF
            IF WS-LOTE-FATURAMENTO = SPACES
                DISPLAY 'NENHUM LOTE DE FATURAMENTO CONCLUIDO PENDENTE '
                        'DE REMESSA - NADA A REMETER.'
                MOVE 1 TO WS-LOTE-RECUSADO
                MOVE 4 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-LOTES  --  MONTA A SITUACAO DE CADA LOTE A PARTIR
      *                           DOS EVENTOS DO REGISTRO DAS EXECUCOES
      *                           (CONCLUIDO E REMETIDO). SEM O
      *                           REGISTRO, NENHUM LOTE EXISTE.
      ******************************************************************
       1100-CARREGA-LOTES.
            OPEN INPUT EXECUCOES-FATURAMENTO
            IF NOT EXF-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-EXF-EOF
            PERFORM UNTIL EXF-FIM-ARQUIVO
                READ EXECUCOES-FATURAMENTO
                    AT END
                        MOVE 'F' TO WS-EXF-EOF
                    NOT AT END
                        MOVE EXF-LOTE TO WS-LOTE-FATURAMENTO
                        PERFORM 1150-POSICIONA-LOTE THRU 1150-FIM
                        IF WS-POS-LOTE = 0
                            PERFORM 1160-INCLUI-LOTE THRU 1160-FIM
                        END-IF
                        IF WS-POS-LOTE > 0
                            IF EXF-CONCLUSAO
                                MOVE 1 TO WS-TL-CONCLUIDO(WS-POS-LOTE)
                            END-IF
                            IF EXF-REMESSA
                                MOVE 1 TO WS-TL-REMETIDO(WS-POS-LOTE)
                                MOVE EXF-DATA TO
                                     WS-TL-DATA-REM(WS-POS-LOTE)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXECUCOES-FATURAMENTO
            MOVE SPACES TO WS-LOTE-FATURAMENTO
            IF LOTES-ESTOUROU
                DISPLAY 'REGISTRO DE EXECUCOES COM MAIS DE 500 LOTES - '
                        'OS EXCEDENTES NAO FORAM CONSIDERADOS.'
                MOVE 'GERAREMESSA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1100-CARREGA-LOTES' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'TABELA DE LOTES DE FATURAMENTO ESGOTADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1100-FIM.
            EXIT.

       1150-POSICIONA-LOTE.
            MOVE 0 TO WS-POS-LOTE
            PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                    UNTIL WS-IDX-LOTE > WS-QTD-LOTES
                IF WS-TL-LOTE(WS-IDX-LOTE) = WS-LOTE-FATURAMENTO
                    MOVE WS-IDX-LOTE TO WS-POS-LOTE
                    MOVE WS-QTD-LOTES TO WS-IDX-LOTE
                END-IF
            END-PERFORM.
       1150-FIM.
            EXIT.

       1160-INCLUI-LOTE.
            IF WS-QTD-LOTES >= 500
                MOVE 1 TO WS-LOTES-ESTOUROU
                GO TO 1160-FIM
            END-IF
            ADD 1 TO WS-QTD-LOTES
            MOVE WS-QTD-LOTES TO WS-POS-LOTE
            MOVE EXF-LOTE TO WS-TL-LOTE(WS-POS-LOTE)
            MOVE EXF-COMPETENCIA TO WS-TL-COMPETENCIA(WS-POS-LOTE)
            MOVE 0 TO WS-TL-CONCLUIDO(WS-POS-LOTE)
            MOVE 0 TO WS-TL-REMETIDO(WS-POS-LOTE)
            MOVE ZEROS TO WS-TL-DATA-REM(WS-POS-LOTE).
       1160-FIM.
            EXIT.

      ******************************************************************
      * 2000-RETOMA-REMESSA  --  RESTART: COM CHECKPOINT DO MESMO LOTE,
      *                            A REMESSA INTERROMPIDA E CORTADA NAS
      *                            LINHAS JA CONFIRMADAS NO CHECKPOINT
      *                            (VIA REMESSA.TMP) E A LEITURA DAS
      *                            MENSALIDADES CONTINUA APOS A ULTIMA
      *                            CHAVE. SEM ISSO A REMESSA SAI DESDE
      *                            O INICIO.
      ******************************************************************
       2000-RETOMA-REMESSA.
            OPEN INPUT CHECKPOINT-FILE
            IF NOT CKPT-FS-OK
                DISPLAY 'SEM CHECKPOINT - REMESSA GERADA DESDE O '
                        'INICIO.'
                GO TO 2000-FIM
            END-IF
            READ CHECKPOINT-FILE
                AT END
                    MOVE SPACES TO CKPT-LOTE
            END-READ
            IF CKPT-LOTE NOT = WS-LOTE-FATURAMENTO
               OR CKPT-LINHAS NOT NUMERIC
               OR CKPT-LINHAS = ZEROS
                CLOSE CHECKPOINT-FILE
                DISPLAY 'SEM CHECKPOINT DO LOTE - REMESSA GERADA '
                        'DESDE O INICIO.'
                GO TO 2000-FIM
            END-IF
            MOVE CKPT-MEN-CHAVE    TO WS-ULTIMA-CHAVE
            MOVE CKPT-QTD-DETALHES TO WS-QTD-DETALHES
            MOVE CKPT-SOMA-VALORES TO WS-SOMA-VALORES
            MOVE CKPT-LINHAS       TO WS-LINHAS-CKPT
            CLOSE CHECKPOINT-FILE

            OPEN INPUT REMESSA
            IF NOT REM-FS-OK
                DISPLAY 'REMESSA INTERROMPIDA AUSENTE (' WS-REM-DD
                        ') - REMESSA GERADA DESDE O INICIO.'
                MOVE ZEROS TO WS-QTD-DETALHES
                MOVE ZEROS TO WS-SOMA-VALORES
                GO TO 2000-FIM
            END-IF
            OPEN OUTPUT REMESSA-TRAB
            MOVE ZEROS TO WS-LINHAS-COPIADAS
            MOVE 'N' TO WS-TRB-EOF
            PERFORM UNTIL TRB-FIM-ARQUIVO
                       OR WS-LINHAS-COPIADAS >= WS-LINHAS-CKPT
                READ REMESSA
                    AT END
                        MOVE 'F' TO WS-TRB-EOF
                    NOT AT END
                        MOVE REM-LINHA TO TRB-LINHA
                        WRITE TRB-LINHA
                        ADD 1 TO WS-LINHAS-COPIADAS
                END-READ
            END-PERFORM
            CLOSE REMESSA
            CLOSE REMESSA-TRAB
            IF WS-LINHAS-COPIADAS < WS-LINHAS-CKPT
                DISPLAY 'REMESSA INTERROMPIDA MENOR QUE O CHECKPOINT ('
                        WS-LINHAS-COPIADAS ' DE ' WS-LINHAS-CKPT
                        ' LINHAS) - REMESSA GERADA DESDE O INICIO.'
                MOVE ZEROS TO WS-QTD-DETALHES
                MOVE ZEROS TO WS-SOMA-VALORES
                GO TO 2000-FIM
            END-IF

            OPEN INPUT REMESSA-TRAB
            OPEN OUTPUT REMESSA
            MOVE 'N' TO WS-TRB-EOF
            PERFORM UNTIL TRB-FIM-ARQUIVO
                READ REMESSA-TRAB
                    AT END
                        MOVE 'F' TO WS-TRB-EOF
                    NOT AT END
                        MOVE TRB-LINHA TO REM-LINHA
                        WRITE REM-LINHA
                END-READ
            END-PERFORM
            CLOSE REMESSA-TRAB
            MOVE WS-LINHAS-CKPT TO WS-LINHAS-GRAVADAS
            MOVE 1 TO WS-EM-RETOMADA

            MOVE WS-ULTIMA-CHAVE TO MEN-CHAVE
            START MENSALIDADES KEY IS GREATER THAN MEN-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-MEN-EOF
            END-START
            DISPLAY 'RETOMANDO A REMESSA APOS A CHAVE '
                    WS-ULTIMA-CHAVE ' (' WS-QTD-DETALHES
                    ' COBRANCAS JA REMETIDAS).'.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-ATUALIZA-CHECKPOINT  --  A CADA WS-INTERVALO-CKPT
      *                                 MENSALIDADES LIDAS, DESCARREGA A
      *                                 REMESSA NO DISCO (FECHA E REABRE
      *                                 EM EXTEND) E SO ENTAO GRAVA O
      *                                 CHECKPOINT COM A ULTIMA CHAVE.
      ******************************************************************
       3000-ATUALIZA-CHECKPOINT.
            ADD 1 TO WS-CONT-DESDE-CKPT
            IF WS-CONT-DESDE-CKPT >= WS-INTERVALO-CKPT
                CLOSE REMESSA
                OPEN EXTEND REMESSA
                MOVE MEN-CHAVE TO WS-ULTIMA-CHAVE
                PERFORM 3100-GRAVA-CHECKPOINT THRU 3100-FIM
                MOVE ZEROS TO WS-CONT-DESDE-CKPT
            END-IF.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-GRAVA-CHECKPOINT  --  REGRAVA O CHECKPOINT (ZERO LINHAS =
      *                              REMESSA DO LOTE CONCLUIDA).
      ******************************************************************
       3100-GRAVA-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE
            MOVE WS-LOTE-FATURAMENTO TO CKPT-LOTE
            MOVE WS-ULTIMA-CHAVE     TO CKPT-MEN-CHAVE
            MOVE WS-QTD-DETALHES     TO CKPT-QTD-DETALHES
            MOVE WS-SOMA-VALORES     TO CKPT-SOMA-VALORES
            MOVE WS-LINHAS-GRAVADAS  TO CKPT-LINHAS
            WRITE CKPT-LINHA
            CLOSE CHECKPOINT-FILE.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-REGISTRA-REMESSA  --  MARCA O LOTE COMO REMETIDO NO
      *                              REGISTRO DAS EXECUCOES (DAQUI EM
      *                              DIANTE NOVA REMESSA DELE E
      *                              RECUSADA) E ZERA O CHECKPOINT. SEM
      *                              O REGISTRO, RC=8: A REMESSA GERADA
      *                              PRECISA SER CONFERIDA ANTES DE UMA
      *                              NOVA EXECUCAO.
      ******************************************************************
       4000-REGISTRA-REMESSA.
            OPEN EXTEND EXECUCOES-FATURAMENTO
            IF NOT EXF-FS-OK
                OPEN OUTPUT EXECUCOES-FATURAMENTO
            END-IF
            IF NOT EXF-FS-OK
                DISPLAY 'REMESSA GERADA SEM REGISTRO NO LOTE ('
                        WS-EXF-DD ' - FILE STATUS: ' WS-EXF-FS
                        ') - CONFERIR ANTES DE REEXECUTAR.'
                MOVE 'GERAREMESSA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '4000-REGISTRA-REMESSA' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-EXF-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-EXF-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 4000-FIM
            END-IF
            PERFORM 1150-POSICIONA-LOTE THRU 1150-FIM
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE SPACES TO REG-EXECUCAO-FATURAMENTO
            MOVE WS-LOTE-FATURAMENTO TO EXF-LOTE
            MOVE WS-TL-COMPETENCIA(WS-POS-LOTE) TO EXF-COMPETENCIA
            MOVE 'R' TO EXF-EVENTO
            ACCEPT EXF-DATA FROM DATE YYYYMMDD
            MOVE WS-HORA-AGORA TO EXF-HORA
            MOVE CAB-OPERADOR OF WS-CAB-PARM TO EXF-OPERADOR
            MOVE WS-QTD-DETALHES TO EXF-QTD-ITENS
            MOVE WS-SOMA-VALORES TO EXF-VALOR-TOTAL
            MOVE WS-REM-DD TO EXF-ARQUIVO
            WRITE REG-EXECUCAO-FATURAMENTO
            CLOSE EXECUCOES-FATURAMENTO

            MOVE SPACES TO WS-ULTIMA-CHAVE
            MOVE ZEROS TO WS-LINHAS-GRAVADAS
            PERFORM 3100-GRAVA-CHECKPOINT THRU 3100-FIM.
       4000-FIM.
            EXIT.

       END PROGRAM GERAREMESSA.
