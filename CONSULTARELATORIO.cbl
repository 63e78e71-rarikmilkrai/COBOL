      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CONSULTA E REIMPRESSAO DO REPOSITORIO DE RELATORIOS:
      *         PESQUISA O INDICE (REPOSITORIO_INDICE.TXT, GRAVADO
      *         PELO ARQUIVARELATORIO) POR TIPO DE RELATORIO, FAIXA DE
      *         DATAS DE EMISSAO E PERIODO, E LISTA AS EMISSOES
      *         ENCONTRADAS NUMERADAS EM CONSULTA_RELATORIOS.RPT. COM
      *         DD_REIMPRIME = <NUMERO DA LISTAGEM> (OU U = A ULTIMA
      *         ENCONTRADA) A COPIA ARQUIVADA E REIMPRESSA EM
      *         REIMPRESSAO.RPT, PRECEDIDA DE UM QUADRO COM OS DADOS
      *         DA EMISSAO ORIGINAL E DE QUEM PEDIU A REIMPRESSAO -
      *         O RELATORIO DE INADIMPLENCIA DE MARCO PEDIDO PELO
      *         AUDITOR SAI DAQUI, SEM RESTAURAR BACKUP. OS FILTROS
      *         VEM DAS VARIAVEIS DD_FILTRO_* (MODO JOB) OU SAO
      *         PERGUNTADOS AO OPERADOR QUANDO NENHUMA ESTA DEFINIDA
      *         (BRANCO = TODOS), COMO NO CONSULTAAUDITORIA. RC 4
      *         QUANDO A REIMPRESSAO PEDIDA NAO PODE SER FEITA
      *         (NUMERO FORA DA LISTAGEM, COPIA EXPURGADA OU AUSENTE).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTARELATORIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOSITORIO-INDICE ASSIGN TO DYNAMIC WS-RIX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RIX-FS.

           SELECT RELATORIO-CONSULTA ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

           SELECT RELATORIO-COPIA ASSIGN TO DYNAMIC WS-COP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COP-FS.

           SELECT REIMPRESSAO ASSIGN TO DYNAMIC WS-REI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPOSITORIO-INDICE.
          COPY FD_REPOSITORIO_INDICE.

       FD RELATORIO-CONSULTA.
       01 RPT-LINHA                         PIC X(132).

       FD RELATORIO-COPIA.
       01 COP-LINHA                         PIC X(300).

       FD REIMPRESSAO.
       01 REI-LINHA                         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RIX-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       01 WS-COP-DD                PIC X(100) VALUE SPACES.
       01 WS-REI-DD                PIC X(100) VALUE SPACES.
       77 WS-RIX-FS                PIC XX VALUE SPACES.
          88 RIX-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-COP-FS                PIC XX VALUE SPACES.
          88 COP-FS-OK             VALUE '00'.
       77 WS-REI-FS                PIC XX VALUE SPACES.
          88 REI-FS-OK             VALUE '00'.
       77 WS-RIX-EOF               PIC X VALUE 'N'.
          88 RIX-FIM-ARQUIVO       VALUE 'F'.
       77 WS-COP-EOF               PIC X VALUE 'N'.
          88 COP-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-FILTRO-RELATORIO      PIC X(20) VALUE SPACES.
       77 WS-FILTRO-DATA-INI       PIC X(08) VALUE SPACES.
       77 WS-FILTRO-DATA-FIM       PIC X(08) VALUE SPACES.
       77 WS-FILTRO-PERIODO        PIC X(20) VALUE SPACES.
       77 WS-REIMPRIME             PIC X(07) VALUE SPACES.
          88 REIMPRIME-ULTIMA      VALUE 'U' 'u'.
       77 WS-NUM-REIMPRIME         PIC 9(07) VALUE ZEROS.

       77 WS-SELECIONA             PIC 9 VALUE 0.
          88 LINHA-SELECIONADA     VALUE 1.

      * EMISSAO ESCOLHIDA PARA A REIMPRESSAO.
       77 WS-ACHOU-ESCOLHIDA       PIC 9 VALUE 0.
          88 ACHOU-ESCOLHIDA       VALUE 1.
       01 WS-ESCOLHIDA              PIC X(317) VALUE SPACES.
       77 WS-NUM-ESCOLHIDA         PIC 9(07) VALUE ZEROS.

       77 WS-QTD-LIDAS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SELECIONADAS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REIMPRESSAS       PIC 9(07) VALUE ZEROS.

       01 WS-DATA-CALC             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CALC.
          03 WS-CALC-AAAA          PIC 9(04).
          03 WS-CALC-MM            PIC 9(02).
          03 WS-CALC-DD            PIC 9(02).
       01 WS-DATA-ED               PIC X(10) VALUE SPACES.
       01 WS-HORA-CALC             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-CALC.
          03 WS-CALC-HH            PIC 9(02).
          03 WS-CALC-MI            PIC 9(02).
          03 WS-CALC-SS            PIC 9(02).
          03 WS-CALC-CC            PIC 9(02).
       01 WS-HORA-ED               PIC X(05) VALUE SPACES.
       77 WS-SEQ-ED                PIC ZZZZ9.
       77 WS-PAGINAS-ED            PIC ZZZZ9.
       01 WS-SITUACAO-ED           PIC X(09) VALUE SPACES.

       77 WS-LINHAS-POR-PAGINA     PIC 9(02) VALUE 50.
       77 WS-LINHA-ATUAL           PIC 9(02) VALUE ZEROS.
       77 WS-PAGINA-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-PAGINA-ED             PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* CONSULTARELATORIO - REPOSITORIO DE RELATOR. *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 1000-DEFINE-FILTROS THRU 1000-FIM

            ACCEPT WS-RIX-DD FROM ENVIRONMENT 'DD_REPOSITORIO_INDICE'
            IF WS-RIX-DD = SPACES
                MOVE 'REPOSITORIO_INDICE.TXT' TO WS-RIX-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_CONSULTA_REL_RPT'
            IF WS-RPT-DD = SPACES
                MOVE 'CONSULTA_RELATORIOS.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-REI-DD FROM ENVIRONMENT 'DD_REIMPRESSAO'
            IF WS-REI-DD = SPACES
                MOVE 'REIMPRESSAO.RPT' TO WS-REI-DD
            END-IF

            OPEN INPUT REPOSITORIO-INDICE
            IF NOT RIX-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RIX-DD
                        ' - FILE STATUS: ' WS-RIX-FS
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-RIX-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-RIX-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9100-ERRO-ARQUIVO THRU 9100-FIM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT RELATORIO-CONSULTA
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RPT-DD
                        ' - FILE STATUS: ' WS-RPT-FS
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-RPT-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-RPT-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9100-ERRO-ARQUIVO THRU 9100-FIM
                CLOSE REPOSITORIO-INDICE
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            MOVE 'N' TO WS-RIX-EOF
            PERFORM UNTIL RIX-FIM-ARQUIVO
                READ REPOSITORIO-INDICE
                    AT END
                        MOVE 'F' TO WS-RIX-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDAS
                        PERFORM 2000-PROCESSA-LINHA THRU 2000-FIM
                END-READ
            END-PERFORM
            CLOSE REPOSITORIO-INDICE

            IF WS-QTD-SELECIONADAS = ZEROS
                PERFORM 3100-CABECALHO-CONSULTA THRU 3100-FIM
                MOVE 'NENHUM RELATORIO ENCONTRADO NO REPOSITORIO.'
                     TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            CLOSE RELATORIO-CONSULTA

            IF WS-REIMPRIME NOT = SPACES
                PERFORM 4000-REIMPRIME THRU 4000-FIM
            END-IF

            DISPLAY ' '
            DISPLAY '*** RESUMO DA CONSULTA ***'
            DISPLAY 'EMISSOES NO INDICE...: ' WS-QTD-LIDAS
            DISPLAY 'EMISSOES ENCONTRADAS.: ' WS-QTD-SELECIONADAS
            DISPLAY 'LISTAGEM.............: ' WS-RPT-DD
            IF WS-QTD-REIMPRESSAS > ZEROS
                DISPLAY 'REIMPRESSAO..........: ' WS-REI-DD
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-DEFINE-FILTROS  --  LE OS FILTROS DAS VARIAVEIS DD_FILTRO_
      *                            E O PEDIDO DE REIMPRESSAO
      *                            (DD_REIMPRIME); QUANDO NENHUMA ESTA
      *                            DEFINIDA, PERGUNTA AO OPERADOR
      *                            (BRANCO = TODOS / SEM REIMPRESSAO).
      ******************************************************************
       1000-DEFINE-FILTROS.
            ACCEPT WS-FILTRO-RELATORIO FROM ENVIRONMENT
                                           'DD_FILTRO_RELATORIO'
            ACCEPT WS-FILTRO-DATA-INI FROM ENVIRONMENT
                                           'DD_FILTRO_DATA_INI'
            ACCEPT WS-FILTRO-DATA-FIM FROM ENVIRONMENT
                                           'DD_FILTRO_DATA_FIM'
            ACCEPT WS-FILTRO-PERIODO FROM ENVIRONMENT
                                           'DD_FILTRO_PERIODO'
            ACCEPT WS-REIMPRIME FROM ENVIRONMENT 'DD_REIMPRIME'

            IF WS-FILTRO-RELATORIO = SPACES
               AND WS-FILTRO-DATA-INI = SPACES
               AND WS-FILTRO-DATA-FIM = SPACES
               AND WS-FILTRO-PERIODO = SPACES
               AND WS-REIMPRIME = SPACES
                DISPLAY 'RELATORIO (BRANCO=TODOS)............: '
                ACCEPT WS-FILTRO-RELATORIO
                DISPLAY 'DATA INICIAL AAAAMMDD (BRANCO=TODAS): '
                ACCEPT WS-FILTRO-DATA-INI
                DISPLAY 'DATA FINAL AAAAMMDD (BRANCO=TODAS)..: '
                ACCEPT WS-FILTRO-DATA-FIM
                DISPLAY 'PERIODO (BRANCO=TODOS)..............: '
                ACCEPT WS-FILTRO-PERIODO
                DISPLAY 'REIMPRIMIR NUMERO / U=ULTIMO (BRANCO=NAO): '
                ACCEPT WS-REIMPRIME
            END-IF

            IF WS-REIMPRIME NOT = SPACES
               AND NOT REIMPRIME-ULTIMA
                IF FUNCTION TEST-NUMVAL(WS-REIMPRIME) = ZERO
                    COMPUTE WS-NUM-REIMPRIME =
                            FUNCTION NUMVAL(WS-REIMPRIME)
                END-IF
                IF WS-NUM-REIMPRIME = ZEROS
                    DISPLAY 'PEDIDO DE REIMPRESSAO INVALIDO: '
                            WS-REIMPRIME ' - IGNORADO.'
                    MOVE SPACES TO WS-REIMPRIME
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-LINHA  --  APLICA OS FILTROS A LINHA DO INDICE;
      *                            A SELECIONADA VAI PARA A LISTAGEM
      *                            COM O SEU NUMERO E, SE FOR A PEDIDA
      *                            PARA REIMPRESSAO, E GUARDADA.
      ******************************************************************
       2000-PROCESSA-LINHA.
            MOVE 1 TO WS-SELECIONA
            IF WS-FILTRO-RELATORIO NOT = SPACES
               AND RIX-RELATORIO NOT = WS-FILTRO-RELATORIO
                MOVE 0 TO WS-SELECIONA
            END-IF
            IF WS-FILTRO-PERIODO NOT = SPACES
               AND RIX-PERIODO NOT = WS-FILTRO-PERIODO
                MOVE 0 TO WS-SELECIONA
            END-IF
            IF WS-FILTRO-DATA-INI NOT = SPACES
               AND RIX-DATA < WS-FILTRO-DATA-INI
                MOVE 0 TO WS-SELECIONA
            END-IF
            IF WS-FILTRO-DATA-FIM NOT = SPACES
               AND RIX-DATA > WS-FILTRO-DATA-FIM
                MOVE 0 TO WS-SELECIONA
            END-IF
            IF NOT LINHA-SELECIONADA
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-SELECIONADAS
            PERFORM 3000-GRAVA-CONSULTA THRU 3000-FIM

            IF REIMPRIME-ULTIMA
               OR WS-QTD-SELECIONADAS = WS-NUM-REIMPRIME
                MOVE REG-REPOSITORIO-INDICE TO WS-ESCOLHIDA
                MOVE WS-QTD-SELECIONADAS TO WS-NUM-ESCOLHIDA
                MOVE 1 TO WS-ACHOU-ESCOLHIDA
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-CONSULTA  --  UMA LINHA DA LISTAGEM POR EMISSAO
      *                            ENCONTRADA, PAGINANDO A CADA
      *                            WS-LINHAS-POR-PAGINA LINHAS.
      ******************************************************************
       3000-GRAVA-CONSULTA.
            IF WS-LINHA-ATUAL = 0
                PERFORM 3100-CABECALHO-CONSULTA THRU 3100-FIM
            END-IF

            MOVE WS-QTD-SELECIONADAS TO WS-SEQ-ED
            MOVE RIX-DATA TO WS-DATA-CALC
            PERFORM 9000-FORMATA-DATA THRU 9000-FIM
            MOVE RIX-HORA TO WS-HORA-CALC
            PERFORM 9050-FORMATA-HORA THRU 9050-FIM
            MOVE RIX-PAGINAS TO WS-PAGINAS-ED
            IF RIX-EXPURGADO
                MOVE 'EXPURGADO' TO WS-SITUACAO-ED
            ELSE
                MOVE 'DISPONIV.' TO WS-SITUACAO-ED
            END-IF

            MOVE SPACES TO RPT-LINHA
            STRING WS-SEQ-ED          DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   RIX-RELATORIO      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-DATA-ED         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-HORA-ED         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   RIX-JOB            DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   RIX-OPERADOR       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   RIX-PERIODO        DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-PAGINAS-ED      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-SITUACAO-ED     DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            ADD 1 TO WS-LINHA-ATUAL
            IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
                MOVE ZEROS TO WS-LINHA-ATUAL
            END-IF.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-CABECALHO-CONSULTA  --  TITULO, FILTROS USADOS, DATA E
      *                                PAGINA DA LISTAGEM.
      ******************************************************************
       3100-CABECALHO-CONSULTA.
            ADD 1 TO WS-PAGINA-ATUAL
            MOVE WS-PAGINA-ATUAL TO WS-PAGINA-ED

            MOVE SPACES TO RPT-LINHA
            STRING 'CONSULTA DO REPOSITORIO DE RELATORIOS'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING 'DATA: '              DELIMITED BY SIZE
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                                         DELIMITED BY SIZE
                   '     PAGINA: '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAGINA-ED) DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING 'FILTROS: RELATORIO=[' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FILTRO-RELATORIO)
                                         DELIMITED BY SIZE
                   '] DE=['              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FILTRO-DATA-INI)
                                         DELIMITED BY SIZE
                   '] ATE=['             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FILTRO-DATA-FIM)
                                         DELIMITED BY SIZE
                   '] PERIODO=['         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FILTRO-PERIODO)
                                         DELIMITED BY SIZE
                   ']'                   DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING '  NUM RELATORIO            EMISSAO    HORA  '
                       DELIMITED BY SIZE
                   'JOB                  OPERADOR             '
                       DELIMITED BY SIZE
                   'PERIODO              PAGS SITUACAO'
                       DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE ZEROS TO WS-LINHA-ATUAL.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-REIMPRIME  --  REIMPRIME A COPIA DA EMISSAO ESCOLHIDA,
      *                       PRECEDIDA DO QUADRO DA EMISSAO ORIGINAL.
      *                       COPIA EXPURGADA OU AUSENTE NAO TEM
      *                       REIMPRESSAO (RC 4).
      ******************************************************************
       4000-REIMPRIME.
            IF NOT ACHOU-ESCOLHIDA
                DISPLAY 'EMISSAO ' WS-REIMPRIME
                        ' NAO ESTA NA LISTAGEM - SEM REIMPRESSAO.'
                MOVE 4 TO RETURN-CODE
                GO TO 4000-FIM
            END-IF
            MOVE WS-ESCOLHIDA TO REG-REPOSITORIO-INDICE

            IF RIX-EXPURGADO
                MOVE RIX-DT-EXPURGO TO WS-DATA-CALC
                PERFORM 9000-FORMATA-DATA THRU 9000-FIM
                DISPLAY 'EMISSAO ' WS-NUM-ESCOLHIDA ' (' RIX-RELATORIO
                        ') EXPURGADA EM ' WS-DATA-ED
                        ' PELA RETENCAO - SEM REIMPRESSAO.'
                MOVE 4 TO RETURN-CODE
                GO TO 4000-FIM
            END-IF

            MOVE RIX-COPIA TO WS-COP-DD
            OPEN INPUT RELATORIO-COPIA
            IF NOT COP-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-COP-DD
                        ' - FILE STATUS: ' WS-COP-FS
                MOVE '4000-REIMPRIME' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-COP-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-COP-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9100-ERRO-ARQUIVO THRU 9100-FIM
                MOVE 4 TO RETURN-CODE
                GO TO 4000-FIM
            END-IF

            OPEN OUTPUT REIMPRESSAO
            IF NOT REI-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-REI-DD
                        ' - FILE STATUS: ' WS-REI-FS
                MOVE '4000-REIMPRIME' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-REI-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-REI-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9100-ERRO-ARQUIVO THRU 9100-FIM
                CLOSE RELATORIO-COPIA
                MOVE 8 TO RETURN-CODE
                GO TO 4000-FIM
            END-IF

            PERFORM 4100-QUADRO-REIMPRESSAO THRU 4100-FIM

            MOVE 'N' TO WS-COP-EOF
            PERFORM UNTIL COP-FIM-ARQUIVO
                READ RELATORIO-COPIA
                    AT END
                        MOVE 'F' TO WS-COP-EOF
                    NOT AT END
                        MOVE COP-LINHA TO REI-LINHA
                        WRITE REI-LINHA
                END-READ
            END-PERFORM
            CLOSE RELATORIO-COPIA
            CLOSE REIMPRESSAO
            ADD 1 TO WS-QTD-REIMPRESSAS
            DISPLAY 'EMISSAO ' WS-NUM-ESCOLHIDA ' (' RIX-RELATORIO
                    ') REIMPRESSA EM ' WS-REI-DD.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-QUADRO-REIMPRESSAO  --  QUADRO NO INICIO DA REIMPRESSAO:
      *                                TIPO, EMISSAO ORIGINAL (DATA,
      *                                HORA, JOB, OPERADOR, PERIODO) E
      *                                QUEM REIMPRIMIU E QUANDO.
      ******************************************************************
       4100-QUADRO-REIMPRESSAO.
            MOVE SPACES TO REI-LINHA
            MOVE ALL '*' TO REI-LINHA(1:72)
            WRITE REI-LINHA

            MOVE SPACES TO REI-LINHA
            STRING '* REIMPRESSAO DO REPOSITORIO DE RELATORIOS - '
                   RIX-RELATORIO
                   DELIMITED BY SIZE INTO REI-LINHA
            END-STRING
            WRITE REI-LINHA

            MOVE RIX-DATA TO WS-DATA-CALC
            PERFORM 9000-FORMATA-DATA THRU 9000-FIM
            MOVE RIX-HORA TO WS-HORA-CALC
            PERFORM 9050-FORMATA-HORA THRU 9050-FIM
            MOVE SPACES TO REI-LINHA
            STRING '* EMITIDO EM ' WS-DATA-ED ' ' WS-HORA-ED
                   ' PELO JOB ' RIX-JOB
                   DELIMITED BY SIZE INTO REI-LINHA
            END-STRING
            WRITE REI-LINHA

            MOVE RIX-PAGINAS TO WS-PAGINAS-ED
            MOVE SPACES TO REI-LINHA
            STRING '* OPERADOR ' RIX-OPERADOR
                   ' PERIODO ' RIX-PERIODO
                   ' PAGINAS ' WS-PAGINAS-ED
                   DELIMITED BY SIZE INTO REI-LINHA
            END-STRING
            WRITE REI-LINHA

            MOVE SPACES TO REI-LINHA
            STRING '* REIMPRESSO EM '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO REI-LINHA
            END-STRING
            WRITE REI-LINHA

            MOVE SPACES TO REI-LINHA
            MOVE ALL '*' TO REI-LINHA(1:72)
            WRITE REI-LINHA
            MOVE SPACES TO REI-LINHA
            WRITE REI-LINHA.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 9000-FORMATA-DATA  --  WS-DATA-CALC (AAAAMMDD) EM DD/MM/AAAA.
      ******************************************************************
       9000-FORMATA-DATA.
            MOVE SPACES TO WS-DATA-ED
            STRING WS-CALC-DD   DELIMITED BY SIZE
                   '/'          DELIMITED BY SIZE
                   WS-CALC-MM   DELIMITED BY SIZE
                   '/'          DELIMITED BY SIZE
                   WS-CALC-AAAA DELIMITED BY SIZE
                   INTO WS-DATA-ED
            END-STRING.
       9000-FIM.
            EXIT.

      ******************************************************************
      * 9050-FORMATA-HORA  --  WS-HORA-CALC (HHMMSSCC) EM HH:MM.
      ******************************************************************
       9050-FORMATA-HORA.
            MOVE SPACES TO WS-HORA-ED
            STRING WS-CALC-HH   DELIMITED BY SIZE
                   ':'          DELIMITED BY SIZE
                   WS-CALC-MI   DELIMITED BY SIZE
                   INTO WS-HORA-ED
            END-STRING.
       9050-FIM.
            EXIT.

      ******************************************************************
      * 9100-ERRO-ARQUIVO  --  REGISTRA NO LOG CENTRAL O ARQUIVO QUE NAO
      *                          ABRIU (ARQ001).
      ******************************************************************
       9100-ERRO-ARQUIVO.
            MOVE 'CONSULTARELATORIO' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
            CALL 'LOGERRO' USING WS-LOG-PARM.
       9100-FIM.
            EXIT.

       END PROGRAM CONSULTARELATORIO.
