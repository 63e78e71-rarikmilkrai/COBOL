      *         (DD_CADEIA_ACAO=PULA, QUE DECLARA O JOB COMO OK PARA
      *         OS DEPENDENTES), SEMPRE COM DD_CADEIA_JOB INFORMANDO O
      *         JOB ALVO. RERODAR MEIA NOITE CORROMPIDA NA MAO ERA O
      *         NOSSO MAIOR RISCO OPERACIONAL. ALEM DO RC, O JOB
      *         TAMBEM FALHA QUANDO GRAVOU NO ERRO.LOG, DURANTE A SUA
      *         EXECUCAO, MENSAGEM DE SEVERIDADE ACIMA DE 04 NO
      *         CATALOGO DE MENSAGENS (FD_CATALOGO_ERRO).
      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Job passa a falhar tambem pela maior severidade
      *               que gravou no ERRO.LOG durante a execucao (acima
      *               de 04 retem os dependentes), e nao so pelo RC.
      *               Chamadas ao LOGERRO com os codigos ORQ001, ORQ002
      *               e ORQ003 do catalogo de mensagens.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORQUESTRACADEIA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HLD-FS.

           SELECT ERRO-LOG ASSIGN TO DYNAMIC WS-ERL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERL-FS.

           SELECT ARQUIVO-EXIGIDO ASSIGN TO DYNAMIC WS-ARQ-EXIGIDO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-FS.
          03 HLD-MOTIVO                PIC X(40).
          03 HLD-DATA                  PIC 9(08).

       FD ERRO-LOG.
       01 ERL-LINHA                   PIC X(300).

       FD ARQUIVO-EXIGIDO.
       01 ARQ-EXIGIDO-LINHA           PIC X(300).

          88 HLD-FS-OK             VALUE '00'.
       77 WS-ARQ-FS                PIC XX VALUE SPACES.
          88 ARQ-FS-OK             VALUE '00'.
       01 WS-ERL-DD                PIC X(100) VALUE SPACES.
       77 WS-ERL-FS                PIC XX VALUE SPACES.
          88 ERL-FS-OK             VALUE '00'.
       77 WS-ERL-EOF               PIC X VALUE 'N'.
          88 ERL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CAD-EOF               PIC X VALUE 'N'.
          88 CAD-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HLD-EOF               PIC X VALUE 'N'.
       77 WS-COMANDO               PIC X(100) VALUE SPACES.
       77 WS-RC-JOB                PIC 9(04) VALUE ZEROS.

      * MAIOR SEVERIDADE GRAVADA NO ERRO.LOG DESDE O DISPARO DO JOB.
       01 WS-CARIMBO-INICIO.
          03 WS-CAR-DATA           PIC 9(08).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 WS-CAR-HORA           PIC 9(08).
       77 WS-SEV-MAXIMA            PIC 9(02) VALUE ZEROS.
       77 WS-SEV-LINHA             PIC 9(02) VALUE ZEROS.
       77 WS-COD-SEV-MAXIMA        PIC X(06) VALUE SPACES.
       77 WS-PROG-SEV-MAXIMA       PIC X(40) VALUE SPACES.
       77 WS-SOBRA-ERL             PIC X(300) VALUE SPACES.
       77 WS-PONTEIRO-ERL          PIC 9(03) VALUE ZEROS.
       77 WS-LINHAS-ANTES          PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-ERL             PIC 9(08) VALUE ZEROS.
       77 WS-FILTRO-ERL            PIC X VALUE 'L'.
          88 FILTRO-POR-LINHA      VALUE 'L'.
          88 FILTRO-POR-CARIMBO    VALUE 'C'.

       77 WS-QTD-OK                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RETIDOS           PIC 9(03) VALUE ZEROS.

            MOVE 'ORQUESTRACADEIA' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE '4000-RETEM-JOB' TO LOG-PARAGRAFO OF WS-LOG-PARM
            MOVE 'ORQ001' TO LOG-CODIGO OF WS-LOG-PARM
            MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
            STRING 'JOB ' DELIMITED BY SIZE
                   WS-CAD-JOB(WS-IDX-JOB) DELIMITED BY SPACE
                   ' - ' WS-MOTIVO-RETEM DELIMITED BY SIZE
               INTO LOG-MENSAGEM OF WS-LOG-PARM
            END-STRING
            CALL 'LOGERRO' USING WS-LOG-PARM.
      * 5000-DISPARA-JOB  --  REGISTRA O INICIO NA CENTRAL DE JOBS
      *                         (ABORTANDO SE JA HA EXECUCAO EM CURSO),
      *                         DISPARA O COMANDO E REGISTRA O FIM COM
      *                         O RC; RC ACIMA DE 04, OU MENSAGEM DE
      *                         SEVERIDADE ACIMA DE 04 GRAVADA NO
      *                         ERRO.LOG DURANTE O JOB, MARCA O JOB
      *                         COMO FALHO PARA RETER OS DEPENDENTES.
      ******************************************************************
       5000-DISPARA-JOB.
            MOVE WS-CAD-JOB(WS-IDX-JOB) TO JOB-NOME OF WS-JOB-PARM

            MOVE SPACES TO WS-COMANDO
            MOVE WS-CAD-COMANDO(WS-IDX-JOB) TO WS-COMANDO
            PERFORM 5400-CONTA-LOG THRU 5400-FIM
            ACCEPT WS-CAR-DATA FROM DATE YYYYMMDD
            ACCEPT WS-CAR-HORA FROM TIME
            MOVE ZEROS TO RETURN-CODE
            CALL 'SYSTEM' USING WS-COMANDO
            MOVE RETURN-CODE TO WS-RC-JOB
            MOVE ZEROS TO RETURN-CODE
            PERFORM 5500-SEVERIDADE-DO-JOB THRU 5500-FIM

            MOVE WS-CAD-JOB(WS-IDX-JOB) TO JOB-NOME OF WS-JOB-PARM
            SET JOB-EVENTO-FIM OF WS-JOB-PARM TO TRUE
            MOVE SPACES TO JOB-ARQUIVO OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM

            EVALUATE TRUE
                WHEN WS-RC-JOB > 4
                    MOVE 'F' TO WS-CAD-SITUACAO(WS-IDX-JOB)
                    ADD 1 TO WS-QTD-FALHAS
                    DISPLAY 'JOB TERMINOU COM RC=' WS-RC-JOB
                            ' - DEPENDENTES SERAO RETIDOS.'
                    MOVE 'ORQUESTRACADEIA' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                    MOVE '5000-DISPARA-JOB' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                    MOVE 'ORQ002' TO LOG-CODIGO OF WS-LOG-PARM
                    MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                    STRING 'JOB ' DELIMITED BY SIZE
                           WS-CAD-JOB(WS-IDX-JOB) DELIMITED BY SPACE
                           ' RC=' WS-RC-JOB
                           DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                    END-STRING
                    CALL 'LOGERRO' USING WS-LOG-PARM
                WHEN WS-SEV-MAXIMA > 4
                    MOVE 'F' TO WS-CAD-SITUACAO(WS-IDX-JOB)
                    ADD 1 TO WS-QTD-FALHAS
                    DISPLAY 'JOB TERMINOU COM RC=' WS-RC-JOB
                            ' MAS GRAVOU ' WS-COD-SEV-MAXIMA
                            ' SEVERIDADE ' WS-SEV-MAXIMA
                            ' - DEPENDENTES SERAO RETIDOS.'
                    MOVE 'ORQUESTRACADEIA' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                    MOVE '5000-DISPARA-JOB' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                    MOVE 'ORQ003' TO LOG-CODIGO OF WS-LOG-PARM
                    MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                    STRING 'JOB ' DELIMITED BY SIZE
                           WS-CAD-JOB(WS-IDX-JOB) DELIMITED BY SPACE
                           ' ' WS-COD-SEV-MAXIMA
                           ' SEV=' WS-SEV-MAXIMA
                           ' EM ' WS-PROG-SEV-MAXIMA
                           DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                    END-STRING
                    CALL 'LOGERRO' USING WS-LOG-PARM
                WHEN OTHER
                    MOVE 'O' TO WS-CAD-SITUACAO(WS-IDX-JOB)
                    ADD 1 TO WS-QTD-OK
                    DISPLAY 'JOB TERMINOU OK (RC=' WS-RC-JOB ').'
            END-EVALUATE.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5400-CONTA-LOG  --  QUANTAS LINHAS O ERRO.LOG TEM ANTES DO
      *                      DISPARO; SO AS LINHAS GRAVADAS DEPOIS
      *                      DELAS SAO DO JOB.
      ******************************************************************
       5400-CONTA-LOG.
            MOVE ZEROS TO WS-LINHAS-ANTES
            ACCEPT WS-ERL-DD FROM ENVIRONMENT 'DD_ERRO_LOG'
            IF WS-ERL-DD = SPACES
                MOVE 'ERRO.LOG' TO WS-ERL-DD
            END-IF
            OPEN INPUT ERRO-LOG
            IF NOT ERL-FS-OK
                GO TO 5400-FIM
            END-IF
            MOVE 'N' TO WS-ERL-EOF
            PERFORM UNTIL ERL-FIM-ARQUIVO
                READ ERRO-LOG
                    AT END
                        MOVE 'F' TO WS-ERL-EOF
                    NOT AT END
                        ADD 1 TO WS-LINHAS-ANTES
                END-READ
            END-PERFORM
            CLOSE ERRO-LOG.
       5400-FIM.
            EXIT.

      ******************************************************************
      * 5500-SEVERIDADE-DO-JOB  --  MAIOR SEVERIDADE ENTRE AS LINHAS
      *                               QUE O JOB ACRESCENTOU AO
      *                               ERRO.LOG. SE O LOG ENCOLHEU
      *                               (ROTACIONADO PELO RESUMOLOGS
      *                               DURANTE O JOB), VALEM AS LINHAS
      *                               COM CARIMBO A PARTIR DO DISPARO.
      *                               LINHA SEM 'COD=' (PROGRAMA AINDA
      *                               NAO CONVERTIDO) VALE AVISO (04).
      ******************************************************************
       5500-SEVERIDADE-DO-JOB.
            MOVE ZEROS TO WS-SEV-MAXIMA
            MOVE SPACES TO WS-COD-SEV-MAXIMA
            MOVE SPACES TO WS-PROG-SEV-MAXIMA
            SET FILTRO-POR-LINHA TO TRUE
            PERFORM 5550-LE-LOG THRU 5550-FIM
            IF WS-LINHA-ERL < WS-LINHAS-ANTES
                SET FILTRO-POR-CARIMBO TO TRUE
                PERFORM 5550-LE-LOG THRU 5550-FIM
            END-IF.
       5500-FIM.
            EXIT.

      ******************************************************************
      * 5550-LE-LOG  --  PERCORRE O ERRO.LOG APURANDO AS LINHAS DO JOB
      *                    PELO FILTRO EM VIGOR.
      ******************************************************************
       5550-LE-LOG.
            MOVE ZEROS TO WS-LINHA-ERL
            OPEN INPUT ERRO-LOG
            IF NOT ERL-FS-OK
                GO TO 5550-FIM
            END-IF
            MOVE 'N' TO WS-ERL-EOF
            PERFORM UNTIL ERL-FIM-ARQUIVO
                READ ERRO-LOG
                    AT END
                        MOVE 'F' TO WS-ERL-EOF
                    NOT AT END
                        ADD 1 TO WS-LINHA-ERL
                        IF (FILTRO-POR-LINHA
                            AND WS-LINHA-ERL > WS-LINHAS-ANTES)
                           OR (FILTRO-POR-CARIMBO
                            AND ERL-LINHA(1:17) >= WS-CARIMBO-INICIO)
                            PERFORM 5600-SEVERIDADE-LINHA
                               THRU 5600-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ERRO-LOG.
       5550-FIM.
            EXIT.

      ******************************************************************
      * 5600-SEVERIDADE-LINHA  --  CODIGO E SEVERIDADE DE UMA LINHA DO
      *                              ERRO.LOG ('... - COD=CCCCCC
      *                              SEV=SS ...').
      ******************************************************************
       5600-SEVERIDADE-LINHA.
            MOVE SPACES TO WS-SOBRA-ERL
            MOVE 1 TO WS-PONTEIRO-ERL
            UNSTRING ERL-LINHA DELIMITED BY ' - COD='
                INTO WS-SOBRA-ERL
                WITH POINTER WS-PONTEIRO-ERL
            END-UNSTRING
            MOVE SPACES TO WS-SOBRA-ERL
            IF WS-PONTEIRO-ERL < 290
                MOVE ERL-LINHA(WS-PONTEIRO-ERL:) TO WS-SOBRA-ERL
            END-IF
            IF WS-SOBRA-ERL(7:5) = ' SEV='
               AND WS-SOBRA-ERL(12:2) IS NUMERIC
                MOVE WS-SOBRA-ERL(12:2) TO WS-SEV-LINHA
            ELSE
                MOVE 'GER000' TO WS-SOBRA-ERL
                MOVE 04 TO WS-SEV-LINHA
            END-IF
            IF WS-SEV-LINHA > WS-SEV-MAXIMA
                MOVE WS-SEV-LINHA TO WS-SEV-MAXIMA
                MOVE WS-SOBRA-ERL(1:6) TO WS-COD-SEV-MAXIMA
                MOVE ERL-LINHA(19:40) TO WS-PROG-SEV-MAXIMA
            END-IF.
       5600-FIM.
            EXIT.

      ******************************************************************
