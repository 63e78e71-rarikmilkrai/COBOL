      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EXPURGO DO REPOSITORIO DE RELATORIOS: PERCORRE O
      *         INDICE (REPOSITORIO_INDICE.TXT, GRAVADO PELO
      *         ARQUIVARELATORIO) E EXCLUI A COPIA DE CADA RELATORIO
      *         QUE PASSOU DO PRAZO DE RETENCAO DO SEU TIPO
      *         (RETENCAO_RELATORIOS.TXT; 'PADRAO' VALE PARA OS TIPOS
      *         FORA DA TABELA, RET-DIAS ZERADO = GUARDAR PARA
      *         SEMPRE). A LINHA DO INDICE NAO SAI: FICA MARCADA COMO
      *         EXPURGADA COM A DATA DO EXPURGO, PARA A CONSULTA
      *         RESPONDER QUE O RELATORIO EXISTIU E FOI DESCARTADO
      *         DENTRO DA POLITICA. O INDICE E REGRAVADO PELO ARQUIVO
      *         DE TRABALHO NO FIM - RODAR FORA DA JANELA DOS JOBS DE
      *         RELATORIO. COM DD_EXPURGO_SIMULACAO = S SO LISTA O QUE
      *         SERIA EXPURGADO, SEM EXCLUIR NEM REGRAVAR NADA. A
      *         LISTAGEM VAI PARA EXPURGO_RELATORIOS.RPT. RC 4 QUANDO
      *         ALGUMA COPIA VENCIDA NAO PODE SER EXCLUIDA (REP003).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGARELATORIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOSITORIO-INDICE ASSIGN TO DYNAMIC WS-RIX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RIX-FS.

           SELECT INDICE-TRAB ASSIGN TO DYNAMIC WS-TRB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRB-FS.

           SELECT RETENCAO-RELATORIO ASSIGN TO DYNAMIC WS-RET-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPOSITORIO-INDICE.
          COPY FD_REPOSITORIO_INDICE.

       FD INDICE-TRAB.
       01 REG-INDICE-TRAB                PIC X(317).

       FD RETENCAO-RELATORIO.
          COPY FD_RETENCAO_RELATORIO.

       FD RELATORIO.
       01 RPT-LINHA                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RIX-DD                PIC X(100) VALUE SPACES.
       01 WS-TRB-DD                PIC X(100) VALUE SPACES.
       01 WS-RET-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-RIX-FS                PIC XX VALUE SPACES.
          88 RIX-FS-OK             VALUE '00'.
       77 WS-TRB-FS                PIC XX VALUE SPACES.
          88 TRB-FS-OK             VALUE '00'.
       77 WS-RET-FS                PIC XX VALUE SPACES.
          88 RET-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-RIX-EOF               PIC X VALUE 'N'.
          88 RIX-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TRB-EOF               PIC X VALUE 'N'.
          88 TRB-FIM-ARQUIVO       VALUE 'F'.
       77 WS-RET-EOF               PIC X VALUE 'N'.
          88 RET-FIM-ARQUIVO       VALUE 'F'.

       77 WS-SIMULACAO             PIC X(01) VALUE SPACES.
          88 MODO-SIMULACAO        VALUE 'S'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

      * TABELA DE RETENCAO EM MEMORIA. WS-RET-PADRAO E O PRAZO DA
      * LINHA 'PADRAO' (ZEROS SEM ELA = TIPO FORA DA TABELA FICA).
       01 WS-TAB-RETENCAO.
          03 WS-RET-ITEM OCCURS 200 TIMES.
             05 WS-RET-TIPO        PIC X(20).
             05 WS-RET-PRAZO       PIC 9(05).
       77 WS-QTD-RETENCAO          PIC 9(03) VALUE ZEROS.
       77 WS-RET-PADRAO            PIC 9(05) VALUE ZEROS.
       77 WS-IDX-RET               PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO                 PIC 9(05) VALUE ZEROS.

      * DATAS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-IDADE                 PIC 9(07) VALUE ZEROS.
       01 WS-DATA-CALC             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CALC.
          03 WS-CALC-AAAA          PIC 9(04).
          03 WS-CALC-MM            PIC 9(02).
          03 WS-CALC-DD            PIC 9(02).
       01 WS-DATA-ED               PIC X(10) VALUE SPACES.

      * RESULTADO DA EXCLUSAO DA COPIA.
       77 WS-DELETE-RC             PIC 9(04) COMP VALUE 0.
       01 WS-DETALHE-ARQUIVO.
          03 WS-ARQ-TAMANHO        PIC X(08) COMP-X.
          03 WS-ARQ-DIA            PIC X(01) COMP-X.
          03 WS-ARQ-MES            PIC X(01) COMP-X.
          03 WS-ARQ-ANO            PIC X(02) COMP-X.
          03 WS-ARQ-HORA           PIC X(01) COMP-X.
          03 WS-ARQ-MINUTO         PIC X(01) COMP-X.
          03 WS-ARQ-SEGUNDO        PIC X(01) COMP-X.
          03 WS-ARQ-CENTESIMO      PIC X(01) COMP-X.
       01 WS-SITUACAO-ED           PIC X(12) VALUE SPACES.

      * PAGINACAO DA LISTAGEM.
       77 WS-LINHAS-POR-PAGINA     PIC 9(02) VALUE 50.
       77 WS-LINHA-ATUAL           PIC 9(02) VALUE ZEROS.
       77 WS-PAGINA-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-PAGINA-ED             PIC ZZ9.
       77 WS-PRAZO-ED              PIC ZZZZ9.
       77 WS-IDADE-ED              PIC ZZZZZZ9.

      * TOTAIS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DISPONIVEIS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXPURGADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JA-EXPURGADOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ED                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXPURGARELATORIO - EXPURGO DO REPOSITORIO   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            PERFORM 0600-CARREGA-RETENCAO THRU 0600-FIM

            OPEN INPUT REPOSITORIO-INDICE
            IF NOT RIX-FS-OK
                DISPLAY 'INDICE DO REPOSITORIO AUSENTE (' WS-RIX-DD
                        ') - NADA A EXPURGAR.'
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT RELATORIO
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
                GO TO FIM-DO-PROGRAMA
            END-IF

            IF NOT MODO-SIMULACAO
                OPEN OUTPUT INDICE-TRAB
                IF NOT TRB-FS-OK
                    DISPLAY 'ERRO AO ABRIR ' WS-TRB-DD
                            ' - FILE STATUS: ' WS-TRB-FS
                    MOVE 'MAIN-PROCEDURE' TO
                         LOG-PARAGRAFO OF WS-LOG-PARM
                    MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                    STRING WS-TRB-DD DELIMITED BY SPACE
                           ' - FILE STATUS: ' WS-TRB-FS
                           DELIMITED BY SIZE
                           INTO LOG-MENSAGEM OF WS-LOG-PARM
                    END-STRING
                    PERFORM 9100-ERRO-ARQUIVO THRU 9100-FIM
                    CLOSE REPOSITORIO-INDICE
                    CLOSE RELATORIO
                    GO TO FIM-DO-PROGRAMA
                END-IF
            END-IF

            MOVE 'N' TO WS-RIX-EOF
            PERFORM UNTIL RIX-FIM-ARQUIVO
                READ REPOSITORIO-INDICE
                    AT END
                        MOVE 'F' TO WS-RIX-EOF
                    NOT AT END
                        PERFORM 2000-AVALIA-RELATORIO THRU 2000-FIM
                END-READ
            END-PERFORM
            CLOSE REPOSITORIO-INDICE

            IF NOT MODO-SIMULACAO
                CLOSE INDICE-TRAB
                IF WS-QTD-EXPURGADOS > ZEROS
                    PERFORM 6900-DEVOLVE-TRABALHO THRU 6900-FIM
                END-IF
            END-IF

            PERFORM 5000-RESUMO THRU 5000-FIM
            CLOSE RELATORIO

            DISPLAY 'RELATORIOS NO INDICE.....: ' WS-QTD-LIDOS
            DISPLAY 'DISPONIVEIS..............: ' WS-QTD-DISPONIVEIS
            IF MODO-SIMULACAO
                DISPLAY 'SERIAM EXPURGADOS........: ' WS-QTD-EXPURGADOS
            ELSE
                DISPLAY 'EXPURGADOS...............: ' WS-QTD-EXPURGADOS
            END-IF
            DISPLAY 'FALHAS NA EXCLUSAO.......: ' WS-QTD-FALHAS
            DISPLAY 'LISTAGEM EM ' WS-RPT-DD
            IF WS-QTD-FALHAS > ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS E MODO DE SIMULACAO
      *                      (DD_EXPURGO_SIMULACAO = S).
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-RIX-DD FROM ENVIRONMENT 'DD_REPOSITORIO_INDICE'
            IF WS-RIX-DD = SPACES
                MOVE 'REPOSITORIO_INDICE.TXT' TO WS-RIX-DD
            END-IF
            ACCEPT WS-TRB-DD FROM ENVIRONMENT 'DD_REPOSITORIO_TRAB'
            IF WS-TRB-DD = SPACES
                MOVE 'REPOSITORIO_INDICE.TMP' TO WS-TRB-DD
            END-IF
            ACCEPT WS-RET-DD FROM ENVIRONMENT 'DD_RETENCAO_RELATORIOS'
            IF WS-RET-DD = SPACES
                MOVE 'RETENCAO_RELATORIOS.TXT' TO WS-RET-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_EXPURGO'
            IF WS-RPT-DD = SPACES
                MOVE 'EXPURGO_RELATORIOS.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-SIMULACAO FROM ENVIRONMENT 'DD_EXPURGO_SIMULACAO'
            IF WS-SIMULACAO = 's'
                MOVE 'S' TO WS-SIMULACAO
            END-IF
            IF MODO-SIMULACAO
                DISPLAY 'MODO SIMULACAO: NADA SERA EXCLUIDO.'
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 0600-CARREGA-RETENCAO  --  CARREGA A TABELA DE RETENCAO POR
      *                              TIPO; SEM A TABELA NADA EXPIRA.
      ******************************************************************
       0600-CARREGA-RETENCAO.
            MOVE ZEROS TO WS-QTD-RETENCAO
            MOVE ZEROS TO WS-RET-PADRAO
            OPEN INPUT RETENCAO-RELATORIO
            IF NOT RET-FS-OK
                DISPLAY 'TABELA DE RETENCAO AUSENTE (' WS-RET-DD
                        ') - NENHUM RELATORIO EXPIRA.'
                GO TO 0600-FIM
            END-IF
            MOVE 'N' TO WS-RET-EOF
            PERFORM UNTIL RET-FIM-ARQUIVO
                READ RETENCAO-RELATORIO
                    AT END
                        MOVE 'F' TO WS-RET-EOF
                    NOT AT END
                        PERFORM 0650-GUARDA-RETENCAO THRU 0650-FIM
                END-READ
            END-PERFORM
            CLOSE RETENCAO-RELATORIO
            DISPLAY 'TIPOS NA TABELA DE RETENCAO: ' WS-QTD-RETENCAO.
       0600-FIM.
            EXIT.

       0650-GUARDA-RETENCAO.
            IF RET-RELATORIO = SPACES
               OR RET-RELATORIO(1:1) = '*'
                GO TO 0650-FIM
            END-IF
            IF RET-DIAS IS NOT NUMERIC
                DISPLAY 'PRAZO INVALIDO NA RETENCAO DE '
                        RET-RELATORIO ' - LINHA IGNORADA.'
                GO TO 0650-FIM
            END-IF
            IF RET-RELATORIO = 'PADRAO'
                MOVE RET-DIAS TO WS-RET-PADRAO
                GO TO 0650-FIM
            END-IF
            IF WS-QTD-RETENCAO >= 200
                DISPLAY 'TABELA DE RETENCAO CHEIA - IGNORADO '
                        RET-RELATORIO
                GO TO 0650-FIM
            END-IF
            ADD 1 TO WS-QTD-RETENCAO
            MOVE RET-RELATORIO TO WS-RET-TIPO(WS-QTD-RETENCAO)
            MOVE RET-DIAS TO WS-RET-PRAZO(WS-QTD-RETENCAO).
       0650-FIM.
            EXIT.

      ******************************************************************
      * 2000-AVALIA-RELATORIO  --  PARA CADA LINHA DO INDICE: SE A COPIA
      *                              AINDA ESTA DISPONIVEL E PASSOU DO
      *                              PRAZO DO SEU TIPO, EXCLUI A COPIA E
      *                              MARCA A LINHA COMO EXPURGADA. TODA
      *                              LINHA VAI PARA O ARQUIVO DE
      *                              TRABALHO, MARCADA OU NAO.
      ******************************************************************
       2000-AVALIA-RELATORIO.
            ADD 1 TO WS-QTD-LIDOS
            IF RIX-EXPURGADO
                ADD 1 TO WS-QTD-JA-EXPURGADOS
                GO TO 2000-GRAVA
            END-IF
            ADD 1 TO WS-QTD-DISPONIVEIS

            PERFORM 2100-PRAZO-DO-TIPO THRU 2100-FIM
            IF WS-PRAZO = ZEROS
                GO TO 2000-GRAVA
            END-IF

            MOVE ZEROS TO WS-IDADE
            IF RIX-DATA IS NUMERIC
               AND RIX-DATA > 16010101
               AND RIX-DATA < WS-DATA-HOJE
                IF FUNCTION TEST-DATE-YYYYMMDD(RIX-DATA) = ZERO
                    COMPUTE WS-IDADE = WS-DIAS-HOJE
                            - FUNCTION INTEGER-OF-DATE(RIX-DATA)
                END-IF
            END-IF
            IF WS-IDADE NOT > WS-PRAZO
                GO TO 2000-GRAVA
            END-IF

            IF MODO-SIMULACAO
                ADD 1 TO WS-QTD-EXPURGADOS
                MOVE 'SERIA EXPURG' TO WS-SITUACAO-ED
                PERFORM 3000-LINHA-DETALHE THRU 3000-FIM
                GO TO 2000-GRAVA
            END-IF

            CALL 'CBL_DELETE_FILE' USING RIX-COPIA
                 RETURNING WS-DELETE-RC
            IF WS-DELETE-RC NOT = ZEROS
                CALL 'CBL_CHECK_FILE_EXIST' USING RIX-COPIA
                                                  WS-DETALHE-ARQUIVO
                IF RETURN-CODE NOT = ZEROS
      *             A COPIA JA NAO ESTAVA NO DISCO: SO MARCA O INDICE.
                    MOVE ZEROS TO WS-DELETE-RC
                END-IF
                MOVE ZEROS TO RETURN-CODE
            END-IF

            IF WS-DELETE-RC NOT = ZEROS
                ADD 1 TO WS-QTD-FALHAS
                MOVE 'FALHA' TO WS-SITUACAO-ED
                PERFORM 3000-LINHA-DETALHE THRU 3000-FIM
                MOVE 'EXPURGARELATORIO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2000-AVALIA-RELATORIO' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'REP003' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE RIX-COPIA TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 2000-GRAVA
            END-IF

            SET RIX-EXPURGADO TO TRUE
            MOVE WS-DATA-HOJE TO RIX-DT-EXPURGO
            ADD 1 TO WS-QTD-EXPURGADOS
            MOVE 'EXPURGADO' TO WS-SITUACAO-ED
            PERFORM 3000-LINHA-DETALHE THRU 3000-FIM.

       2000-GRAVA.
            IF NOT MODO-SIMULACAO
                MOVE REG-REPOSITORIO-INDICE TO REG-INDICE-TRAB
                WRITE REG-INDICE-TRAB
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-PRAZO-DO-TIPO  --  PRAZO DE RETENCAO DO TIPO DA LINHA
      *                           CORRENTE; FORA DA TABELA VALE O
      *                           PADRAO (ZEROS = NAO EXPIRA).
      ******************************************************************
       2100-PRAZO-DO-TIPO.
            MOVE WS-RET-PADRAO TO WS-PRAZO
            PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                    UNTIL WS-IDX-RET > WS-QTD-RETENCAO
                IF WS-RET-TIPO(WS-IDX-RET) = RIX-RELATORIO
                    MOVE WS-RET-PRAZO(WS-IDX-RET) TO WS-PRAZO
                    MOVE WS-QTD-RETENCAO TO WS-IDX-RET
                END-IF
            END-PERFORM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-LINHA-DETALHE  --  UMA LINHA DA LISTAGEM PARA A COPIA
      *                           VENCIDA, PAGINANDO A CADA
      *                           WS-LINHAS-POR-PAGINA LINHAS.
      ******************************************************************
       3000-LINHA-DETALHE.
            IF WS-LINHA-ATUAL = 0
                PERFORM 3100-CABECALHO THRU 3100-FIM
            END-IF

            MOVE RIX-DATA TO WS-DATA-CALC
            PERFORM 9000-FORMATA-DATA THRU 9000-FIM
            MOVE WS-PRAZO TO WS-PRAZO-ED
            MOVE WS-IDADE TO WS-IDADE-ED

            MOVE SPACES TO RPT-LINHA
            STRING RIX-RELATORIO     DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-DATA-ED        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   RIX-PERIODO       DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-PRAZO-ED       DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-IDADE-ED       DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-SITUACAO-ED    DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   RIX-COPIA         DELIMITED BY SPACE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            ADD 1 TO WS-LINHA-ATUAL
            IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
                MOVE ZEROS TO WS-LINHA-ATUAL
            END-IF.
       3000-FIM.
            EXIT.

       3100-CABECALHO.
            ADD 1 TO WS-PAGINA-ATUAL
            MOVE WS-PAGINA-ATUAL TO WS-PAGINA-ED

            MOVE SPACES TO RPT-LINHA
            IF MODO-SIMULACAO
                MOVE 'EXPURGO DO REPOSITORIO DE RELATORIOS - SIMULACAO'
                     TO RPT-LINHA
            ELSE
                MOVE 'EXPURGO DO REPOSITORIO DE RELATORIOS'
                     TO RPT-LINHA
            END-IF
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING 'DATA: ' DELIMITED BY SIZE
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                                    DELIMITED BY SIZE
                   '     OPERADOR: '  DELIMITED BY SIZE
                   CAB-OPERADOR OF WS-CAB-PARM
                                    DELIMITED BY SIZE
                   '     PAGINA: '  DELIMITED BY SIZE
                   WS-PAGINA-ED     DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING 'TIPO                 EMISSAO    '
                       DELIMITED BY SIZE
                   'PERIODO              PRAZO   IDADE '
                       DELIMITED BY SIZE
                   'SITUACAO     COPIA'
                       DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE ZEROS TO WS-LINHA-ATUAL.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 5000-RESUMO  --  TOTAIS DO EXPURGO NO FIM DA LISTAGEM.
      ******************************************************************
       5000-RESUMO.
            IF WS-PAGINA-ATUAL = ZEROS
                PERFORM 3100-CABECALHO THRU 3100-FIM
                MOVE 'NENHUMA COPIA VENCIDA NO REPOSITORIO.'
                     TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-QTD-LIDOS TO WS-QTD-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'RELATORIOS NO INDICE.....: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-QTD-JA-EXPURGADOS TO WS-QTD-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'JA EXPURGADOS ANTES......: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-QTD-EXPURGADOS TO WS-QTD-ED
            MOVE SPACES TO RPT-LINHA
            IF MODO-SIMULACAO
                STRING 'SERIAM EXPURGADOS........: ' WS-QTD-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                STRING 'EXPURGADOS NESTA EXECUCAO: ' WS-QTD-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA
            MOVE WS-QTD-FALHAS TO WS-QTD-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FALHAS NA EXCLUSAO.......: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6900-DEVOLVE-TRABALHO  --  REGRAVA O INDICE DO REPOSITORIO A
      *                              PARTIR DO ARQUIVO DE TRABALHO.
      ******************************************************************
       6900-DEVOLVE-TRABALHO.
            OPEN INPUT INDICE-TRAB
            IF NOT TRB-FS-OK
                DISPLAY 'ERRO AO REABRIR ' WS-TRB-DD
                        ' - FILE STATUS: ' WS-TRB-FS
                MOVE '6900-DEVOLVE-TRABALHO' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-TRB-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-TRB-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9100-ERRO-ARQUIVO THRU 9100-FIM
                GO TO 6900-FIM
            END-IF
            OPEN OUTPUT REPOSITORIO-INDICE
            MOVE 'N' TO WS-TRB-EOF
            PERFORM UNTIL TRB-FIM-ARQUIVO
                READ INDICE-TRAB
                    AT END
                        MOVE 'F' TO WS-TRB-EOF
                    NOT AT END
                        MOVE REG-INDICE-TRAB TO REG-REPOSITORIO-INDICE
                        WRITE REG-REPOSITORIO-INDICE
                END-READ
            END-PERFORM
            CLOSE INDICE-TRAB
            CLOSE REPOSITORIO-INDICE.
       6900-FIM.
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
      * 9100-ERRO-ARQUIVO  --  REGISTRA NO LOG CENTRAL O ARQUIVO QUE NAO
      *                          ABRIU (ARQ001) E ENCERRA COM RC 8.
      ******************************************************************
       9100-ERRO-ARQUIVO.
            MOVE 'EXPURGARELATORIO' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
            CALL 'LOGERRO' USING WS-LOG-PARM
            MOVE 8 TO RETURN-CODE.
       9100-FIM.
            EXIT.

       END PROGRAM EXPURGARELATORIO.
