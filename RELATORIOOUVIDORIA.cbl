      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO MENSAL DA OUVIDORIA (RELATORIO_OUVIDORIA.RPT)
      *         PARA A AVALIACAO INSTITUCIONAL: PARA A COMPETENCIA
      *         (DD_COMPETENCIA, AAAAMM; EM BRANCO = MES ANTERIOR) E
      *         POR CATEGORIA DO FD_OUVIDORIA_CATEGORIA, O VOLUME DE
      *         MANIFESTACOES RECEBIDAS, AS RESPONDIDAS NO MES E
      *         QUANTAS DENTRO DO PRAZO, O TEMPO MEDIO DE RESOLUCAO EM
      *         DIAS CORRIDOS, AS PENDENTES NO FIM DO MES E A
      *         REINCIDENCIA - RECEBIDAS DE ALUNO IDENTIFICADO QUE JA
      *         TINHA MANIFESTACAO DA MESMA CATEGORIA NOS 365 DIAS
      *         ANTERIORES. FECHA COM OS TOTAIS E O VOLUME POR CANAL.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOOUVIDORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO DYNAMIC WS-OUV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUV-FS.

           SELECT CATEGORIAS ASSIGN TO DYNAMIC WS-OCA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCA-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUVIDORIA.
          COPY FD_OUVIDORIA.

       FD CATEGORIAS.
          COPY FD_OUVIDORIA_CATEGORIA.

       FD RELATORIO.
       01 RPT-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OUV-DD                PIC X(100) VALUE SPACES.
       01 WS-OCA-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-OUV-FS                PIC XX VALUE SPACES.
          88 OUV-FS-OK             VALUE '00'.
       77 WS-OCA-FS                PIC XX VALUE SPACES.
          88 OCA-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
       77 WS-OUV-EOF               PIC X VALUE 'N'.
          88 OUV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-OCA-EOF               PIC X VALUE 'N'.
          88 OCA-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMPETENCIA.
          03 WS-COMP-AAAA              PIC 9(04).
          03 WS-COMP-MM                PIC 9(02).
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-AAAAMM             PIC 9(06).
          03 WS-AUX-DD                 PIC 9(02).

      * ACUMULADORES POR CATEGORIA (CADASTRADAS E AS QUE SO APARECEM
      * NAS MANIFESTACOES).
       01 WS-TAB-CAT.
          03 WS-CAT-ENT OCCURS 100 TIMES.
             05 WS-CAT-CODIGO          PIC X(04).
             05 WS-CAT-DESC            PIC X(30).
             05 WS-CAT-RECEBIDAS       PIC 9(05).
             05 WS-CAT-RESPONDIDAS     PIC 9(05).
             05 WS-CAT-NO-PRAZO        PIC 9(05).
             05 WS-CAT-SOMA-DIAS       PIC 9(07).
             05 WS-CAT-PENDENTES       PIC 9(05).
             05 WS-CAT-REINCIDENTES    PIC 9(05).
       77 WS-QTD-CAT               PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-CAT               PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-CAT               PIC 9(03) COMP VALUE ZEROS.
       77 WS-CATEGORIA-ALVO        PIC X(04) VALUE SPACES.

      * MANIFESTACOES DE ALUNO IDENTIFICADO, PARA A REINCIDENCIA.
       01 WS-TAB-IDENT.
          03 WS-IDE-ENT OCCURS 5000 TIMES.
             05 WS-IDE-NUMERO          PIC 9(09).
             05 WS-IDE-CD-STUDENT      PIC 9(05).
             05 WS-IDE-CATEGORIA       PIC X(04).
             05 WS-IDE-DIA             PIC 9(07).
             05 WS-IDE-NO-MES          PIC 9(01).
       77 WS-QTD-IDE               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-IDE               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-ANT               PIC 9(04) COMP VALUE ZEROS.
       77 WS-JANELA-DIAS           PIC 9(03) VALUE 365.
       77 WS-REINCIDENTE           PIC 9 VALUE 0.
          88 E-REINCIDENTE         VALUE 1.

       01 WS-TAB-CANAL.
          03 WS-CANAL-ENT OCCURS 4 TIMES.
             05 WS-CANAL-COD           PIC X(01).
             05 WS-CANAL-DESC          PIC X(10).
             05 WS-CANAL-QTD           PIC 9(05).
       77 WS-IDX-CANAL             PIC 9(01) VALUE ZEROS.

       77 WS-DIAS-RESOLUCAO        PIC 9(05) VALUE ZEROS.
       77 WS-MEDIA-ED              PIC ZZZ9.9 VALUE ZEROS.
       77 WS-MEDIA                 PIC 9(04)V9 VALUE ZEROS.
       77 WS-TOT-RECEBIDAS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-RESPONDIDAS       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-NO-PRAZO          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SOMA-DIAS         PIC 9(07) VALUE ZEROS.
       77 WS-TOT-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REINCIDENTES      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOOUVIDORIA - OUVIDORIA NO MES       *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA = ZEROS
                MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
                IF WS-COMP-MM = 1
                    MOVE 12 TO WS-COMP-MM
                    SUBTRACT 1 FROM WS-COMP-AAAA
                ELSE
                    SUBTRACT 1 FROM WS-COMP-MM
                END-IF
            END-IF
            IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
               OR WS-COMP-AAAA < 2000
                DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA

            ACCEPT WS-OUV-DD FROM ENVIRONMENT 'DD_OUVIDORIA'
            IF WS-OUV-DD = SPACES
                MOVE 'OUVIDORIA.TXT' TO WS-OUV-DD
            END-IF
            ACCEPT WS-OCA-DD FROM ENVIRONMENT 'DD_OUVIDORIA_CATEGORIAS'
            IF WS-OCA-DD = SPACES
                MOVE 'OUVIDORIA_CATEGORIAS.TXT' TO WS-OCA-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_OUVIDORIA'
            IF WS-RPT-DD = SPACES
                MOVE 'RELATORIO_OUVIDORIA.RPT' TO WS-RPT-DD
            END-IF

            MOVE 'E' TO WS-CANAL-COD(1)
            MOVE 'E-MAIL' TO WS-CANAL-DESC(1)
            MOVE 'B' TO WS-CANAL-COD(2)
            MOVE 'BALCAO' TO WS-CANAL-DESC(2)
            MOVE 'P' TO WS-CANAL-COD(3)
            MOVE 'PORTAL' TO WS-CANAL-DESC(3)
            MOVE 'T' TO WS-CANAL-COD(4)
            MOVE 'TELEFONE' TO WS-CANAL-DESC(4)
            PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                    UNTIL WS-IDX-CANAL > 4
                MOVE ZEROS TO WS-CANAL-QTD(WS-IDX-CANAL)
            END-PERFORM

            PERFORM 1000-CARREGA-CATEGORIAS THRU 1000-FIM

            OPEN INPUT OUVIDORIA
            IF NOT OUV-FS-OK
                DISPLAY 'ARQUIVO DA OUVIDORIA AUSENTE: ' WS-OUV-DD
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE 'N' TO WS-OUV-EOF
            PERFORM 2000-APURA-MANIFESTACAO THRU 2000-FIM
                UNTIL OUV-FIM-ARQUIVO
            CLOSE OUVIDORIA

            PERFORM 3000-APURA-REINCIDENCIA THRU 3000-FIM
            PERFORM 4000-IMPRIME THRU 4000-FIM

            DISPLAY 'MANIFESTACOES LIDAS......: ' WS-QTD-LIDAS
            DISPLAY 'RECEBIDAS NO MES.........: ' WS-TOT-RECEBIDAS
            DISPLAY 'RESPONDIDAS NO MES.......: ' WS-TOT-RESPONDIDAS
            DISPLAY 'RELATORIO EM ' WS-RPT-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-CATEGORIAS  --  ABRE UMA LINHA DE ACUMULADORES POR
      *                                CATEGORIA CADASTRADA.
      ******************************************************************
       1000-CARREGA-CATEGORIAS.
            OPEN INPUT CATEGORIAS
            IF NOT OCA-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-OCA-EOF
            PERFORM UNTIL OCA-FIM-ARQUIVO
                READ CATEGORIAS
                    AT END
                        MOVE 'F' TO WS-OCA-EOF
                    NOT AT END
                        IF OCA-CATEGORIA NOT = SPACES
                            MOVE OCA-CATEGORIA TO WS-CATEGORIA-ALVO
                            PERFORM 1100-LOCALIZA-CATEGORIA
                               THRU 1100-FIM
                            IF WS-POS-CAT > ZEROS
                                MOVE OCA-DESCRICAO TO
                                     WS-CAT-DESC(WS-POS-CAT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATEGORIAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-LOCALIZA-CATEGORIA  --  POSICAO DE WS-CATEGORIA-ALVO NA
      *                                TABELA (INCLUI CATEGORIA NOVA;
      *                                0 = TABELA CHEIA).
      ******************************************************************
       1100-LOCALIZA-CATEGORIA.
            MOVE 0 TO WS-POS-CAT
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CAT
                IF WS-CAT-CODIGO(WS-IDX-CAT) = WS-CATEGORIA-ALVO
                    MOVE WS-IDX-CAT TO WS-POS-CAT
                    MOVE WS-QTD-CAT TO WS-IDX-CAT
                END-IF
            END-PERFORM
            IF WS-POS-CAT = ZEROS AND WS-QTD-CAT < 100
                ADD 1 TO WS-QTD-CAT
                MOVE WS-QTD-CAT TO WS-POS-CAT
                MOVE WS-CATEGORIA-ALVO TO WS-CAT-CODIGO(WS-POS-CAT)
                MOVE 'CATEGORIA NAO CADASTRADA' TO
                     WS-CAT-DESC(WS-POS-CAT)
                MOVE ZEROS TO WS-CAT-RECEBIDAS(WS-POS-CAT)
                              WS-CAT-RESPONDIDAS(WS-POS-CAT)
                              WS-CAT-NO-PRAZO(WS-POS-CAT)
                              WS-CAT-SOMA-DIAS(WS-POS-CAT)
                              WS-CAT-PENDENTES(WS-POS-CAT)
                              WS-CAT-REINCIDENTES(WS-POS-CAT)
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-APURA-MANIFESTACAO  --  ACUMULA UMA MANIFESTACAO NA SUA
      *                                CATEGORIA E GUARDA AS DE ALUNO
      *                                IDENTIFICADO PARA A
      *                                REINCIDENCIA.
      ******************************************************************
       2000-APURA-MANIFESTACAO.
            READ OUVIDORIA
                AT END
                    MOVE 'F' TO WS-OUV-EOF
                    GO TO 2000-FIM
            END-READ
            IF OUV-DT-ABERTURA NOT NUMERIC OR OUV-DT-ABERTURA = ZEROS
                GO TO 2000-FIM
            END-IF
            ADD 1 TO WS-QTD-LIDAS
            MOVE OUV-CATEGORIA TO WS-CATEGORIA-ALVO
            PERFORM 1100-LOCALIZA-CATEGORIA THRU 1100-FIM
            IF WS-POS-CAT = ZEROS
                GO TO 2000-FIM
            END-IF

            MOVE OUV-DT-ABERTURA TO WS-DATA-AUX
            IF WS-AUX-AAAAMM = WS-COMPETENCIA
                ADD 1 TO WS-CAT-RECEBIDAS(WS-POS-CAT)
                PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                        UNTIL WS-IDX-CANAL > 4
                    IF WS-CANAL-COD(WS-IDX-CANAL) = OUV-CANAL
                        ADD 1 TO WS-CANAL-QTD(WS-IDX-CANAL)
                    END-IF
                END-PERFORM
            END-IF
      *    PENDENTE NO FIM DO MES: ABERTA ATE O MES E SEM RESPOSTA OU
      *    RESPONDIDA SO DEPOIS DELE.
            IF WS-AUX-AAAAMM <= WS-COMPETENCIA
                PERFORM 2100-APURA-RESPOSTA THRU 2100-FIM
            END-IF

            IF OUV-CD-STUDENT = ZEROS OR WS-QTD-IDE >= 5000
                GO TO 2000-FIM
            END-IF
            ADD 1 TO WS-QTD-IDE
            MOVE OUV-NUMERO TO WS-IDE-NUMERO(WS-QTD-IDE)
            MOVE OUV-CD-STUDENT TO WS-IDE-CD-STUDENT(WS-QTD-IDE)
            MOVE OUV-CATEGORIA TO WS-IDE-CATEGORIA(WS-QTD-IDE)
            COMPUTE WS-IDE-DIA(WS-QTD-IDE) =
                    FUNCTION INTEGER-OF-DATE(OUV-DT-ABERTURA)
            MOVE OUV-DT-ABERTURA TO WS-DATA-AUX
            IF WS-AUX-AAAAMM = WS-COMPETENCIA
                MOVE 1 TO WS-IDE-NO-MES(WS-QTD-IDE)
            ELSE
                MOVE 0 TO WS-IDE-NO-MES(WS-QTD-IDE)
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-APURA-RESPOSTA  --  MANIFESTACAO ABERTA ATE A COMPETENCIA:
      *                            RESPONDIDA NO MES OU PENDENTE NO
      *                            FIM DELE.
      ******************************************************************
       2100-APURA-RESPOSTA.
            IF OUV-RESPONDIDA AND OUV-DT-RESPOSTA NUMERIC
                MOVE OUV-DT-RESPOSTA TO WS-DATA-AUX
                IF WS-AUX-AAAAMM > WS-COMPETENCIA
                    ADD 1 TO WS-CAT-PENDENTES(WS-POS-CAT)
                END-IF
                IF WS-AUX-AAAAMM = WS-COMPETENCIA
                    ADD 1 TO WS-CAT-RESPONDIDAS(WS-POS-CAT)
                    IF OUV-DT-RESPOSTA <= OUV-DT-PRAZO
                        ADD 1 TO WS-CAT-NO-PRAZO(WS-POS-CAT)
                    END-IF
                    COMPUTE WS-DIAS-RESOLUCAO =
                            FUNCTION INTEGER-OF-DATE(OUV-DT-RESPOSTA)
                          - FUNCTION INTEGER-OF-DATE(OUV-DT-ABERTURA)
                    ADD WS-DIAS-RESOLUCAO TO
                        WS-CAT-SOMA-DIAS(WS-POS-CAT)
                END-IF
            ELSE
                ADD 1 TO WS-CAT-PENDENTES(WS-POS-CAT)
            END-IF.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-APURA-REINCIDENCIA  --  RECEBIDA NO MES DE ALUNO QUE JA
      *                                TINHA MANIFESTACAO ANTERIOR DA
      *                                MESMA CATEGORIA DENTRO DA
      *                                JANELA.
      ******************************************************************
       3000-APURA-REINCIDENCIA.
            PERFORM VARYING WS-IDX-IDE FROM 1 BY 1
                    UNTIL WS-IDX-IDE > WS-QTD-IDE
                IF WS-IDE-NO-MES(WS-IDX-IDE) = 1
                    MOVE 0 TO WS-REINCIDENTE
                    PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                            UNTIL WS-IDX-ANT > WS-QTD-IDE
                        IF WS-IDX-ANT NOT = WS-IDX-IDE
                           AND WS-IDE-CD-STUDENT(WS-IDX-ANT) =
                               WS-IDE-CD-STUDENT(WS-IDX-IDE)
                           AND WS-IDE-CATEGORIA(WS-IDX-ANT) =
                               WS-IDE-CATEGORIA(WS-IDX-IDE)
                           AND (WS-IDE-DIA(WS-IDX-ANT) <
                                WS-IDE-DIA(WS-IDX-IDE)
                                OR (WS-IDE-DIA(WS-IDX-ANT) =
                                    WS-IDE-DIA(WS-IDX-IDE)
                                    AND WS-IDE-NUMERO(WS-IDX-ANT) <
                                        WS-IDE-NUMERO(WS-IDX-IDE)))
                           AND WS-IDE-DIA(WS-IDX-ANT) +
                               WS-JANELA-DIAS >=
                               WS-IDE-DIA(WS-IDX-IDE)
                            MOVE 1 TO WS-REINCIDENTE
                            MOVE WS-QTD-IDE TO WS-IDX-ANT
                        END-IF
                    END-PERFORM
                    IF E-REINCIDENTE
                        MOVE WS-IDE-CATEGORIA(WS-IDX-IDE) TO
                             WS-CATEGORIA-ALVO
                        PERFORM 1100-LOCALIZA-CATEGORIA THRU 1100-FIM
                        IF WS-POS-CAT > ZEROS
                            ADD 1 TO WS-CAT-REINCIDENTES(WS-POS-CAT)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-IMPRIME  --  UMA LINHA POR CATEGORIA, TOTAIS E VOLUME POR
      *                     CANAL.
      ******************************************************************
       4000-IMPRIME.
            OPEN OUTPUT RELATORIO
            MOVE SPACES TO RPT-LINHA
            STRING 'RELATORIO MENSAL DA OUVIDORIA - COMPETENCIA '
                   WS-COMPETENCIA
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'CAT  DESCRICAO                      RECEB RESP  '
                   'PRAZO MEDIA-DIAS PEND  REINC'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CAT
                MOVE ZEROS TO WS-MEDIA
                IF WS-CAT-RESPONDIDAS(WS-IDX-CAT) > ZEROS
                    COMPUTE WS-MEDIA ROUNDED =
                            WS-CAT-SOMA-DIAS(WS-IDX-CAT)
                            / WS-CAT-RESPONDIDAS(WS-IDX-CAT)
                END-IF
                MOVE WS-MEDIA TO WS-MEDIA-ED
                MOVE SPACES TO RPT-LINHA
                STRING WS-CAT-CODIGO(WS-IDX-CAT) ' '
                       WS-CAT-DESC(WS-IDX-CAT) ' '
                       WS-CAT-RECEBIDAS(WS-IDX-CAT) ' '
                       WS-CAT-RESPONDIDAS(WS-IDX-CAT) ' '
                       WS-CAT-NO-PRAZO(WS-IDX-CAT) '     '
                       WS-MEDIA-ED ' '
                       WS-CAT-PENDENTES(WS-IDX-CAT) ' '
                       WS-CAT-REINCIDENTES(WS-IDX-CAT)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                ADD WS-CAT-RECEBIDAS(WS-IDX-CAT) TO WS-TOT-RECEBIDAS
                ADD WS-CAT-RESPONDIDAS(WS-IDX-CAT) TO
                    WS-TOT-RESPONDIDAS
                ADD WS-CAT-NO-PRAZO(WS-IDX-CAT) TO WS-TOT-NO-PRAZO
                ADD WS-CAT-SOMA-DIAS(WS-IDX-CAT) TO WS-TOT-SOMA-DIAS
                ADD WS-CAT-PENDENTES(WS-IDX-CAT) TO WS-TOT-PENDENTES
                ADD WS-CAT-REINCIDENTES(WS-IDX-CAT) TO
                    WS-TOT-REINCIDENTES
            END-PERFORM

            MOVE ZEROS TO WS-MEDIA
            IF WS-TOT-RESPONDIDAS > ZEROS
                COMPUTE WS-MEDIA ROUNDED =
                        WS-TOT-SOMA-DIAS / WS-TOT-RESPONDIDAS
            END-IF
            MOVE WS-MEDIA TO WS-MEDIA-ED
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL                               '
                   WS-TOT-RECEBIDAS ' '
                   WS-TOT-RESPONDIDAS ' '
                   WS-TOT-NO-PRAZO '     '
                   WS-MEDIA-ED ' '
                   WS-TOT-PENDENTES ' '
                   WS-TOT-REINCIDENTES
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'RECEBIDAS POR CANAL' TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                    UNTIL WS-IDX-CANAL > 4
                MOVE SPACES TO RPT-LINHA
                STRING '  ' WS-CANAL-DESC(WS-IDX-CANAL) ' '
                       WS-CANAL-QTD(WS-IDX-CANAL)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'PRAZO = RESPONDIDAS DENTRO DO PRAZO; MEDIA-DIAS = '
                   'DIAS CORRIDOS DA ABERTURA A RESPOSTA;'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'PEND = SEM RESPOSTA NO FIM DO MES; REINC = ALUNO '
                   'COM OUTRA DA MESMA CATEGORIA EM 365 DIAS.'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOOUVIDORIA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-COMPETENCIA TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOOUVIDORIA.
