      *         ERROS (ERRO.LOG), COM DATA, HORA E O NOME DO PROGRAMA
      *         QUE ACIONOU O ERRO. CHAMADA POR TODO PROGRAMA QUE TENHA
      *         UM DESVIO DE ERRO, NO LUGAR DE CADA UM MANTER SEU
      *         PROPRIO DISPLAY SOLTO. COM LOG-CODIGO INFORMADO, O
      *         TEXTO PADRAO, A SEVERIDADE E A ACAO DO RUNBOOK VEM DO
      *         CATALOGO DE MENSAGENS (CATALOGO_ERROS.TXT,
      *         FD_CATALOGO_ERRO) E LOG-MENSAGEM E O DADO VARIAVEL;
      *         SEM CODIGO, A MENSAGEM LIVRE VAI SOB O GENERICO GER000.
      *         A LINHA LEVA 'COD=CCCCCC SEV=SS ' LOGO APOS O ' - '.
      * Tectonics: cobc
      * Modification History:
      * 09/08/26 RMS  Criacao - ate hoje cada programa so dava um
      * 09/08/26 RMS  Linha de log passou a incluir tambem o paragrafo
      *               (LOG-PARAGRAFO) onde o erro ocorreu, nao so o
      *               nome do programa.
      * 15/10/26 RMS  Catalogo central de mensagens: codigo e
      *               severidade em toda linha (mensagem livre sob
      *               GER000), texto padrao + dado variavel e acao do
      *               runbook no console para severidade acima de 04.
      *               Catalogo carregado na primeira chamada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGERRO.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-FS.

           SELECT CATALOGO-ERROS ASSIGN TO DYNAMIC WS-CER-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ERRO-LOG.
       01 LOG-LINHA                     PIC X(132).

       FD CATALOGO-ERROS.
          COPY FD_CATALOGO_ERRO.

       WORKING-STORAGE SECTION.
       01 WS-LOG-DD                     PIC X(100) VALUE SPACES.
       77 WS-LOG-FS                     PIC XX VALUE SPACES.
          88 LOG-FS-OK                  VALUE '00'.
       77 WS-DATA-SISTEMA               PIC 9(08) VALUE 0.
       77 WS-HORA-SISTEMA               PIC 9(08) VALUE 0.
       01 WS-CER-DD                     PIC X(100) VALUE SPACES.
       77 WS-CER-FS                     PIC XX VALUE SPACES.
          88 CER-FS-OK                  VALUE '00'.
       77 WS-CER-EOF                    PIC X VALUE 'N'.
          88 CER-FIM                    VALUE 'F'.

      * CATALOGO DE MENSAGENS, CARREGADO NA PRIMEIRA CHAMADA E MANTIDO
      * ENTRE AS CHAMADAS DO MESMO PROGRAMA.
       77 WS-CATALOGO-LIDO              PIC X VALUE 'N'.
          88 CATALOGO-LIDO              VALUE 'S'.
       77 WS-QTD-CER                    PIC 9(03) COMP VALUE ZEROS.
       01 WS-TAB-CATALOGO.
          03 WS-CER-ENT OCCURS 300 TIMES.
             05 WS-CER-CODIGO           PIC X(06).
             05 WS-CER-SEVERIDADE       PIC 9(02).
             05 WS-CER-TEXTO            PIC X(40).
             05 WS-CER-ACAO             PIC X(60).
       77 WS-IDX-CER                    PIC 9(03) COMP VALUE ZEROS.

       77 WS-CODIGO                     PIC X(06) VALUE SPACES.
       77 WS-SEVERIDADE                 PIC 9(02) VALUE ZEROS.
       77 WS-TEXTO-PADRAO               PIC X(40) VALUE SPACES.
       77 WS-ACAO-RUNBOOK               PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 PARAMETRES.
                MOVE 'ERRO.LOG' TO WS-LOG-DD
            END-IF

            IF NOT CATALOGO-LIDO
                PERFORM 1000-CARREGA-CATALOGO THRU 1000-FIM
            END-IF
            PERFORM 2000-RESOLVE-CODIGO THRU 2000-FIM

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            END-IF

            MOVE SPACES TO LOG-LINHA
            IF WS-TEXTO-PADRAO = SPACES
                STRING WS-DATA-SISTEMA             DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       WS-HORA-SISTEMA              DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-PROGRAMA)  DELIMITED BY SIZE
                       '.'                          DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-PARAGRAFO) DELIMITED BY SIZE
                       ' - COD='                   DELIMITED BY SIZE
                       WS-CODIGO                    DELIMITED BY SIZE
                       ' SEV='                      DELIMITED BY SIZE
                       WS-SEVERIDADE                DELIMITED BY SIZE
                       ' '                          DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-MENSAGEM)  DELIMITED BY SIZE
                       INTO LOG-LINHA
                END-STRING
            ELSE
                STRING WS-DATA-SISTEMA             DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       WS-HORA-SISTEMA              DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-PROGRAMA)  DELIMITED BY SIZE
                       '.'                          DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-PARAGRAFO) DELIMITED BY SIZE
                       ' - COD='                   DELIMITED BY SIZE
                       WS-CODIGO                    DELIMITED BY SIZE
                       ' SEV='                      DELIMITED BY SIZE
                       WS-SEVERIDADE                DELIMITED BY SIZE
                       ' '                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TEXTO-PADRAO)
                                                    DELIMITED BY SIZE
                       ': '                         DELIMITED BY SIZE
                       FUNCTION TRIM(LOG-MENSAGEM)  DELIMITED BY SIZE
                       INTO LOG-LINHA
                END-STRING
            END-IF

            WRITE LOG-LINHA

            CLOSE ERRO-LOG

            IF WS-SEVERIDADE > 4
                DISPLAY '*** ' WS-CODIGO ' SEVERIDADE ' WS-SEVERIDADE
                        ' - ' FUNCTION TRIM(LOG-PROGRAMA)
                DISPLAY '*** ACAO: ' WS-ACAO-RUNBOOK
            END-IF

            MOVE SPACES TO LOG-CODIGO

            GOBACK.

      ******************************************************************
      * 1000-CARREGA-CATALOGO  --  CARREGA O CATALOGO DE MENSAGENS.
      *                            AUSENTE, SO O GENERICO E CONHECIDO.
      ******************************************************************
       1000-CARREGA-CATALOGO.
            MOVE 'S' TO WS-CATALOGO-LIDO
            MOVE ZEROS TO WS-QTD-CER
            ACCEPT WS-CER-DD FROM ENVIRONMENT 'DD_CATALOGO_ERROS'
            IF WS-CER-DD = SPACES
                MOVE 'CATALOGO_ERROS.TXT' TO WS-CER-DD
            END-IF
            OPEN INPUT CATALOGO-ERROS
            IF NOT CER-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-CER-EOF
            PERFORM UNTIL CER-FIM
                READ CATALOGO-ERROS
                    AT END
                        MOVE 'F' TO WS-CER-EOF
                    NOT AT END
                        IF CER-CODIGO NOT = SPACES
                           AND CER-CODIGO(1:1) NOT = '*'
                           AND CER-SEVERIDADE IS NUMERIC
                           AND WS-QTD-CER < 300
                            ADD 1 TO WS-QTD-CER
                            MOVE CER-CODIGO TO
                                 WS-CER-CODIGO(WS-QTD-CER)
                            MOVE CER-SEVERIDADE TO
                                 WS-CER-SEVERIDADE(WS-QTD-CER)
                            MOVE CER-TEXTO TO WS-CER-TEXTO(WS-QTD-CER)
                            MOVE CER-ACAO TO WS-CER-ACAO(WS-QTD-CER)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-ERROS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-RESOLVE-CODIGO  --  SEVERIDADE, TEXTO PADRAO E ACAO DO
      *                          CODIGO DA CHAMADA. SEM CODIGO VALE O
      *                          GER000 E A MENSAGEM LIVRE E O TEXTO;
      *                          GER000 FORA DO CATALOGO E AVISO E
      *                          CODIGO DESCONHECIDO E ERRO.
      ******************************************************************
       2000-RESOLVE-CODIGO.
            MOVE LOG-CODIGO TO WS-CODIGO
            IF WS-CODIGO = SPACES
                MOVE 'GER000' TO WS-CODIGO
            END-IF
            MOVE SPACES TO WS-TEXTO-PADRAO
            IF WS-CODIGO = 'GER000'
                MOVE 04 TO WS-SEVERIDADE
                MOVE 'CONFERIR O RC DO JOB; ACIMA DE 04, ANALISTA'
                     TO WS-ACAO-RUNBOOK
            ELSE
                MOVE 08 TO WS-SEVERIDADE
                MOVE 'CODIGO FORA DO CATALOGO' TO WS-TEXTO-PADRAO
                MOVE 'ACIONAR O ANALISTA' TO WS-ACAO-RUNBOOK
            END-IF
            PERFORM VARYING WS-IDX-CER FROM 1 BY 1
                    UNTIL WS-IDX-CER > WS-QTD-CER
                IF WS-CER-CODIGO(WS-IDX-CER) = WS-CODIGO
                    MOVE WS-CER-SEVERIDADE(WS-IDX-CER) TO WS-SEVERIDADE
                    MOVE WS-CER-ACAO(WS-IDX-CER) TO WS-ACAO-RUNBOOK
                    IF WS-CODIGO NOT = 'GER000'
                        MOVE WS-CER-TEXTO(WS-IDX-CER)
                             TO WS-TEXTO-PADRAO
                    END-IF
                    MOVE WS-QTD-CER TO WS-IDX-CER
                END-IF
            END-PERFORM.
       2000-FIM.
            EXIT.

       END PROGRAM LOGERRO.
