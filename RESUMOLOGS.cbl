      *         LOG-PROGRAMA E LOG-PARAGRAFO COM QUANTIDADE E PRIMEIRA/
      *         ULTIMA OCORRENCIA - PARA O TURNO DA MANHA VER DE
      *         RELANCE SE A CADEIA NOTURNA REGISTROU ALGO ANORMAL, SEM
      *         PAGINAR O LOG INTEIRO NA MAO. O RESUMO TRAZ TAMBEM
      *         OS ERROS POR CODIGO E SEVERIDADE DO CATALOGO DE
      *         MENSAGENS (FD_CATALOGO_ERRO), COM A ACAO DO RUNBOOK DE
      *         CADA CODIGO; LINHA ANTIGA, SEM CODIGO, CONTA COMO O
      *         GENERICO GER000.
      * Tectonics: cobc
      * Modification History:
      * 22/08/26 RMS  Criacao - os logs so cresciam e ninguem os olhava
      *               varre o log (RECUPERAAVANTE, EXPORTADELTAJSON)
      *               nao tinha como saber que linhas anteriores ao
      *               corte foram para uma geracao.
      * 15/10/26 RMS  Resumo por codigo e severidade do catalogo de
      *               mensagens, da mais grave para a mais leve, com o
      *               texto padrao e a acao do runbook; totais por
      *               severidade. Linha-marco da rotacao passou a sair
      *               com o codigo informativo LOG001.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMOLOGS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

           SELECT CATALOGO-ERROS ASSIGN TO DYNAMIC WS-CER-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LOG-ENTRADA.
       FD RELATORIO-RESUMO.
       01 RPT-LINHA                         PIC X(132).

       FD CATALOGO-ERROS.
          COPY FD_CATALOGO_ERRO.

       WORKING-STORAGE SECTION.
       01 WS-ENT-DD                PIC X(100) VALUE SPACES.
       01 WS-GER-DD                PIC X(150) VALUE SPACES.
          88 GER-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       01 WS-CER-DD                PIC X(100) VALUE SPACES.
       77 WS-CER-FS                PIC XX VALUE SPACES.
          88 CER-FS-OK             VALUE '00'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
          88 GRUPO-ACHADO          VALUE 1.
       77 WS-GRP-QTD-ED            PIC ZZZZ9.

      * OCORRENCIAS POR CODIGO DO CATALOGO DE MENSAGENS.
       77 WS-CODIGO-LINHA          PIC X(06) VALUE SPACES.
       77 WS-SEV-LINHA             PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CODIGOS           PIC 9(03) COMP VALUE ZEROS.
       01 WS-TAB-CODIGOS.
          03 WS-COD-ENT OCCURS 100 TIMES.
             05 WS-COD-CODIGO      PIC X(06).
             05 WS-COD-SEVERIDADE  PIC 9(02).
             05 WS-COD-QTD         PIC 9(05).
             05 WS-COD-PRIMEIRA    PIC X(17).
             05 WS-COD-ULTIMA      PIC X(17).
       01 WS-COD-TROCA             PIC X(47) VALUE SPACES.
       77 WS-IDX-COD               PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-COD-2             PIC 9(03) COMP VALUE ZEROS.
       77 WS-SEV-ANTERIOR          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEV               PIC 9(07) VALUE ZEROS.

      * CATALOGO DE MENSAGENS (TEXTO PADRAO E ACAO DO RUNBOOK).
       77 WS-QTD-CER               PIC 9(03) COMP VALUE ZEROS.
       01 WS-TAB-CATALOGO.
          03 WS-CER-ENT OCCURS 300 TIMES.
             05 WS-CER-CODIGO      PIC X(06).
             05 WS-CER-TEXTO       PIC X(40).
             05 WS-CER-ACAO        PIC X(60).
       77 WS-IDX-CER               PIC 9(03) COMP VALUE ZEROS.
       77 WS-CER-EOF               PIC X VALUE 'N'.
          88 CER-FIM               VALUE 'F'.
       77 WS-TEXTO-CODIGO          PIC X(40) VALUE SPACES.
       77 WS-ACAO-CODIGO           PIC X(60) VALUE SPACES.
       77 WS-NOME-SEVERIDADE       PIC X(12) VALUE SPACES.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                OPEN OUTPUT LOG-ENTRADA
                MOVE SPACES TO ENT-LINHA
                STRING WS-DATA-SISTEMA ' ' WS-HORA-SISTEMA
                       ' RESUMOLOGS.2000-ROTACIONA-LOG - COD=LOG001'
                       ' SEV=00 GERACAO '
                       FUNCTION TRIM(WS-GER-DD)
                       DELIMITED BY SIZE INTO ENT-LINHA
                END-STRING
            IF WS-PROGRAMA-LINHA = SPACES
                MOVE '(SEM PROGRAMA)' TO WS-PROGRAMA-LINHA
            END-IF
            PERFORM 3500-ACUMULA-CODIGO THRU 3500-FIM

            MOVE 0 TO WS-GRUPO-ACHADO
            SET WS-IDX-GRP TO 1
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3500-ACUMULA-CODIGO  --  CODIGO E SEVERIDADE GRAVADOS PELO
      *                          LOGERRO LOGO APOS O ' - '
      *                          ('COD=CCCCCC SEV=SS '); LINHA SEM
      *                          ELES CONTA COMO GER000, AVISO.
      ******************************************************************
       3500-ACUMULA-CODIGO.
            IF WS-SOBRA-LINHA(1:4) = 'COD='
               AND WS-SOBRA-LINHA(12:4) = 'SEV='
               AND WS-SOBRA-LINHA(16:2) IS NUMERIC
                MOVE WS-SOBRA-LINHA(5:6) TO WS-CODIGO-LINHA
                MOVE WS-SOBRA-LINHA(16:2) TO WS-SEV-LINHA
            ELSE
                MOVE 'GER000' TO WS-CODIGO-LINHA
                MOVE 04 TO WS-SEV-LINHA
            END-IF

            MOVE 0 TO WS-GRUPO-ACHADO
            PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                    UNTIL WS-IDX-COD > WS-QTD-CODIGOS
                IF WS-COD-CODIGO(WS-IDX-COD) = WS-CODIGO-LINHA
                   AND WS-COD-SEVERIDADE(WS-IDX-COD) = WS-SEV-LINHA
                    ADD 1 TO WS-COD-QTD(WS-IDX-COD)
                    IF WS-CARIMBO-LINHA < WS-COD-PRIMEIRA(WS-IDX-COD)
                        MOVE WS-CARIMBO-LINHA TO
                             WS-COD-PRIMEIRA(WS-IDX-COD)
                    END-IF
                    IF WS-CARIMBO-LINHA > WS-COD-ULTIMA(WS-IDX-COD)
                        MOVE WS-CARIMBO-LINHA TO
                             WS-COD-ULTIMA(WS-IDX-COD)
                    END-IF
                    MOVE 1 TO WS-GRUPO-ACHADO
                    MOVE WS-QTD-CODIGOS TO WS-IDX-COD
                END-IF
            END-PERFORM

            IF NOT GRUPO-ACHADO AND WS-QTD-CODIGOS < 100
                ADD 1 TO WS-QTD-CODIGOS
                MOVE WS-CODIGO-LINHA TO WS-COD-CODIGO(WS-QTD-CODIGOS)
                MOVE WS-SEV-LINHA TO
                     WS-COD-SEVERIDADE(WS-QTD-CODIGOS)
                MOVE 1 TO WS-COD-QTD(WS-QTD-CODIGOS)
                MOVE WS-CARIMBO-LINHA TO
                     WS-COD-PRIMEIRA(WS-QTD-CODIGOS)
                MOVE WS-CARIMBO-LINHA TO
                     WS-COD-ULTIMA(WS-QTD-CODIGOS)
            END-IF.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 7000-RELATORIO-RESUMO  --  EMITE O RESUMO DIARIO DE ERROS POR
      *                              PROGRAMA/PARAGRAFO, COM CONTAGEM E
                SET WS-IDX-GRP UP BY 1
            END-PERFORM

            PERFORM 7500-RESUMO-CODIGOS THRU 7500-FIM

            CLOSE RELATORIO-RESUMO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            DISPLAY 'RESUMO DE ERROS GERADO EM ' WS-RPT-DD.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 7500-RESUMO-CODIGOS  --  OCORRENCIAS POR CODIGO, DA SEVERIDADE
      *                          MAIS ALTA PARA A MAIS BAIXA, COM O
      *                          TEXTO PADRAO E A ACAO DO RUNBOOK DO
      *                          CATALOGO, E O TOTAL DE CADA
      *                          SEVERIDADE.
      ******************************************************************
       7500-RESUMO-CODIGOS.
            PERFORM 7600-CARREGA-CATALOGO THRU 7600-FIM

            PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                    UNTIL WS-IDX-COD >= WS-QTD-CODIGOS
                PERFORM VARYING WS-IDX-COD-2 FROM WS-IDX-COD BY 1
                        UNTIL WS-IDX-COD-2 > WS-QTD-CODIGOS
                    IF WS-COD-SEVERIDADE(WS-IDX-COD-2) >
                       WS-COD-SEVERIDADE(WS-IDX-COD)
                       OR (WS-COD-SEVERIDADE(WS-IDX-COD-2) =
                           WS-COD-SEVERIDADE(WS-IDX-COD)
                       AND WS-COD-CODIGO(WS-IDX-COD-2) <
                           WS-COD-CODIGO(WS-IDX-COD))
                        MOVE WS-COD-ENT(WS-IDX-COD) TO WS-COD-TROCA
                        MOVE WS-COD-ENT(WS-IDX-COD-2) TO
                             WS-COD-ENT(WS-IDX-COD)
                        MOVE WS-COD-TROCA TO
                             WS-COD-ENT(WS-IDX-COD-2)
                    END-IF
                END-PERFORM
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'RESUMO POR CODIGO E SEVERIDADE' TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'CODIGO SEV SEVERIDADE    QTDE   PRIMEIRA'
                   '           ULTIMA             TEXTO PADRAO'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE ZEROS TO WS-QTD-SEV
            PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                    UNTIL WS-IDX-COD > WS-QTD-CODIGOS
                IF WS-IDX-COD > 1
                   AND WS-COD-SEVERIDADE(WS-IDX-COD) NOT =
                       WS-SEV-ANTERIOR
                    PERFORM 7700-TOTAL-SEVERIDADE THRU 7700-FIM
                END-IF
                MOVE WS-COD-SEVERIDADE(WS-IDX-COD) TO WS-SEV-ANTERIOR
                ADD WS-COD-QTD(WS-IDX-COD) TO WS-QTD-SEV

                PERFORM 7800-LOCALIZA-CATALOGO THRU 7800-FIM
                PERFORM 7900-NOME-SEVERIDADE THRU 7900-FIM
                MOVE WS-COD-QTD(WS-IDX-COD) TO WS-GRP-QTD-ED
                MOVE SPACES TO RPT-LINHA
                STRING WS-COD-CODIGO(WS-IDX-COD) ' '
                       WS-COD-SEVERIDADE(WS-IDX-COD) '  '
                       WS-NOME-SEVERIDADE ' '
                       WS-GRP-QTD-ED '  '
                       WS-COD-PRIMEIRA(WS-IDX-COD) '  '
                       WS-COD-ULTIMA(WS-IDX-COD) '  '
                       WS-TEXTO-CODIGO
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                MOVE SPACES TO RPT-LINHA
                STRING '       ACAO: ' WS-ACAO-CODIGO
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                DISPLAY WS-COD-CODIGO(WS-IDX-COD) ' SEV '
                        WS-COD-SEVERIDADE(WS-IDX-COD) ' - '
                        WS-COD-QTD(WS-IDX-COD) ' OCORRENCIA(S) - '
                        FUNCTION TRIM(WS-ACAO-CODIGO)
            END-PERFORM
            IF WS-QTD-CODIGOS > ZEROS
                PERFORM 7700-TOTAL-SEVERIDADE THRU 7700-FIM
            END-IF.
       7500-FIM.
            EXIT.

      ******************************************************************
      * 7600-CARREGA-CATALOGO  --  TEXTO PADRAO E ACAO DE CADA CODIGO.
      *                            CATALOGO AUSENTE SO DEIXA O RESUMO
      *                            SEM TEXTO E SEM ACAO.
      ******************************************************************
       7600-CARREGA-CATALOGO.
            MOVE ZEROS TO WS-QTD-CER
            ACCEPT WS-CER-DD FROM ENVIRONMENT 'DD_CATALOGO_ERROS'
            IF WS-CER-DD = SPACES
                MOVE 'CATALOGO_ERROS.TXT' TO WS-CER-DD
            END-IF
            OPEN INPUT CATALOGO-ERROS
            IF NOT CER-FS-OK
                DISPLAY 'CATALOGO DE MENSAGENS AUSENTE: ' WS-CER-DD
                GO TO 7600-FIM
            END-IF
            MOVE 'N' TO WS-CER-EOF
            PERFORM UNTIL CER-FIM
                READ CATALOGO-ERROS
                    AT END
                        MOVE 'F' TO WS-CER-EOF
                    NOT AT END
                        IF CER-CODIGO NOT = SPACES
                           AND CER-CODIGO(1:1) NOT = '*'
                           AND WS-QTD-CER < 300
                            ADD 1 TO WS-QTD-CER
                            MOVE CER-CODIGO TO
                                 WS-CER-CODIGO(WS-QTD-CER)
                            MOVE CER-TEXTO TO WS-CER-TEXTO(WS-QTD-CER)
                            MOVE CER-ACAO TO WS-CER-ACAO(WS-QTD-CER)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-ERROS.
       7600-FIM.
            EXIT.

      ******************************************************************
      * 7700-TOTAL-SEVERIDADE  --  LINHA DE TOTAL DA SEVERIDADE QUE
      *                            ACABOU DE SER LISTADA.
      ******************************************************************
       7700-TOTAL-SEVERIDADE.
            MOVE SPACES TO RPT-LINHA
            STRING '       TOTAL DA SEVERIDADE ' WS-SEV-ANTERIOR
                   ': ' WS-QTD-SEV
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE ZEROS TO WS-QTD-SEV.
       7700-FIM.
            EXIT.

      ******************************************************************
      * 7800-LOCALIZA-CATALOGO  --  TEXTO E ACAO DO CODIGO
      *                             WS-IDX-COD.
      ******************************************************************
       7800-LOCALIZA-CATALOGO.
            MOVE '(FORA DO CATALOGO)' TO WS-TEXTO-CODIGO
            MOVE 'ACIONAR O ANALISTA' TO WS-ACAO-CODIGO
            IF WS-COD-CODIGO(WS-IDX-COD) = 'GER000'
                MOVE 'MENSAGEM LIVRE' TO WS-TEXTO-CODIGO
                MOVE 'CONFERIR O RC DO JOB; ACIMA DE 04, ANALISTA'
                     TO WS-ACAO-CODIGO
            END-IF
            PERFORM VARYING WS-IDX-CER FROM 1 BY 1
                    UNTIL WS-IDX-CER > WS-QTD-CER
                IF WS-CER-CODIGO(WS-IDX-CER) =
                   WS-COD-CODIGO(WS-IDX-COD)
                    MOVE WS-CER-TEXTO(WS-IDX-CER) TO WS-TEXTO-CODIGO
                    MOVE WS-CER-ACAO(WS-IDX-CER) TO WS-ACAO-CODIGO
                    MOVE WS-QTD-CER TO WS-IDX-CER
                END-IF
            END-PERFORM.
       7800-FIM.
            EXIT.

      ******************************************************************
      * 7900-NOME-SEVERIDADE  --  NOME DA FAIXA DE SEVERIDADE.
      ******************************************************************
       7900-NOME-SEVERIDADE.
            EVALUATE TRUE
                WHEN WS-COD-SEVERIDADE(WS-IDX-COD) >= 16
                    MOVE 'CRITICA' TO WS-NOME-SEVERIDADE
                WHEN WS-COD-SEVERIDADE(WS-IDX-COD) >= 12
                    MOVE 'GRAVE' TO WS-NOME-SEVERIDADE
                WHEN WS-COD-SEVERIDADE(WS-IDX-COD) >= 08
                    MOVE 'ERRO' TO WS-NOME-SEVERIDADE
                WHEN WS-COD-SEVERIDADE(WS-IDX-COD) >= 04
                    MOVE 'AVISO' TO WS-NOME-SEVERIDADE
                WHEN OTHER
                    MOVE 'INFORMATIVA' TO WS-NOME-SEVERIDADE
            END-EVALUATE.
       7900-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RESUMOLOGS' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RESUMOLOGS.
