      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:REGISTRA UM RELATORIO EMITIDO NO REPOSITORIO DE
      *         RELATORIOS: COPIA O ARQUIVO DO RELATORIO PARA O
      *         DIRETORIO DO REPOSITORIO (DD_DIR_REPOSITORIO) SOB UM
      *         NOME GERADO <TIPO>_<AAAAMMDD>_<HHMMSSCC>.RPT E ANEXA
      *         AO INDICE (REPOSITORIO_INDICE.TXT) A LINHA COM JOB,
      *         TIPO, DATA/HORA, OPERADOR, PERIODO E PAGINAS - ATE
      *         HOJE O RELATORIO ERA SOBRESCRITO NA EXECUCAO SEGUINTE
      *         E O DE MESES ATRAS SO VOLTAVA RESTAURANDO BACKUP.
      *         CHAMADA POR CADA PROGRAMA DE RELATORIO LOGO APOS O
      *         CLOSE DO RELATORIO, NO MESMO ESPIRITO DE
      *         GRAVAESTATISTICA. FALHA NO ARQUIVAMENTO E REGISTRADA
      *         VIA LOGERRO (REP001/REP002) E DEVOLVIDA EM
      *         REP-RETORNO, MAS NAO DERRUBA O JOB: O RELATORIO EM SI
      *         FOI EMITIDO. O EXPURGO DAS COPIAS VENCIDAS E FEITO
      *         PELO EXPURGARELATORIO E A CONSULTA/REIMPRESSAO PELO
      *         CONSULTARELATORIO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVARELATORIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ORIGEM ASSIGN TO DYNAMIC WS-ORI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORI-FS.

           SELECT RELATORIO-COPIA ASSIGN TO DYNAMIC WS-COP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COP-FS.

           SELECT REPOSITORIO-INDICE ASSIGN TO DYNAMIC WS-RIX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RIX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO-ORIGEM.
       01 ORI-LINHA                     PIC X(300).

       FD RELATORIO-COPIA.
       01 COP-LINHA                     PIC X(300).

       FD REPOSITORIO-INDICE.
          COPY FD_REPOSITORIO_INDICE.

       WORKING-STORAGE SECTION.
       01 WS-ORI-DD                     PIC X(100) VALUE SPACES.
       01 WS-COP-DD                     PIC X(100) VALUE SPACES.
       01 WS-RIX-DD                     PIC X(100) VALUE SPACES.
       01 WS-DIR-REPOSITORIO            PIC X(100) VALUE SPACES.
       77 WS-ORI-FS                     PIC XX VALUE SPACES.
          88 ORI-FS-OK                  VALUE '00'.
       77 WS-COP-FS                     PIC XX VALUE SPACES.
          88 COP-FS-OK                  VALUE '00'.
       77 WS-RIX-FS                     PIC XX VALUE SPACES.
          88 RIX-FS-OK                  VALUE '00'.
       77 WS-ORI-EOF                    PIC X VALUE 'N'.
          88 ORI-FIM-ARQUIVO            VALUE 'F'.

       77 WS-DATA-SISTEMA               PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA               PIC 9(08) VALUE ZEROS.
       77 WS-HORA-NOME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR                   PIC X(20) VALUE SPACES.
       77 WS-QTD-LINHAS                 PIC 9(07) VALUE ZEROS.
       77 WS-TENTATIVA                  PIC 9(02) VALUE ZEROS.
       77 WS-NOME-LIVRE                 PIC X VALUE 'N'.
          88 NOME-LIVRE                 VALUE 'S'.

      * LINHAS POR PAGINA PARA ESTIMAR AS PAGINAS QUANDO O CHAMADOR NAO
      * AS INFORMA (OS RELATORIOS PAGINAM ENTRE 50 E 60 LINHAS).
       77 WS-LINHAS-POR-PAGINA          PIC 9(03) VALUE 60.

      * EXISTENCIA DO NOME GERADO NO REPOSITORIO (CBL_CHECK_FILE_EXIST).
       01 WS-DETALHE-ARQUIVO.
          03 WS-ARQ-TAMANHO             PIC X(08) COMP-X.
          03 WS-ARQ-DIA                 PIC X(01) COMP-X.
          03 WS-ARQ-MES                 PIC X(01) COMP-X.
          03 WS-ARQ-ANO                 PIC X(02) COMP-X.
          03 WS-ARQ-HORA                PIC X(01) COMP-X.
          03 WS-ARQ-MINUTO              PIC X(01) COMP-X.
          03 WS-ARQ-SEGUNDO             PIC X(01) COMP-X.
          03 WS-ARQ-CENTESIMO           PIC X(01) COMP-X.

       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY REPOSITORIO_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            SET REP-ARQUIVADO TO TRUE
            MOVE SPACES TO REP-COPIA
            MOVE ZEROS TO REP-LINHAS
            IF REP-JOB = SPACES
                MOVE REP-RELATORIO TO REP-JOB
            END-IF

            ACCEPT WS-DIR-REPOSITORIO FROM ENVIRONMENT
                   'DD_DIR_REPOSITORIO'
            ACCEPT WS-RIX-DD FROM ENVIRONMENT 'DD_REPOSITORIO_INDICE'
            IF WS-RIX-DD = SPACES
                MOVE 'REPOSITORIO_INDICE.TXT' TO WS-RIX-DD
            END-IF
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM 1000-GERA-NOME THRU 1000-FIM
            IF REP-NAO-ARQUIVADO
                GO TO FIM-DA-SUBROTINA
            END-IF

            PERFORM 2000-COPIA-RELATORIO THRU 2000-FIM
            IF REP-NAO-ARQUIVADO
                GO TO FIM-DA-SUBROTINA
            END-IF

            PERFORM 3000-GRAVA-INDICE THRU 3000-FIM.

       FIM-DA-SUBROTINA.
            MOVE ZEROS TO RETURN-CODE
            GOBACK.

      ******************************************************************
      * 1000-GERA-NOME  --  MONTA O NOME DA COPIA NO REPOSITORIO A
      *                       PARTIR DO TIPO E DO CARIMBO DA EMISSAO; SE
      *                       O NOME JA EXISTE (DUAS EMISSOES NO MESMO
      *                       CENTESIMO), AVANCA O CARIMBO DO NOME.
      ******************************************************************
       1000-GERA-NOME.
            MOVE WS-HORA-SISTEMA TO WS-HORA-NOME
            MOVE 'N' TO WS-NOME-LIVRE
            MOVE ZEROS TO WS-TENTATIVA
            PERFORM UNTIL NOME-LIVRE OR WS-TENTATIVA > 20
                MOVE SPACES TO WS-COP-DD
                IF WS-DIR-REPOSITORIO = SPACES
                    STRING REP-RELATORIO DELIMITED BY SPACE
                           '_'              DELIMITED BY SIZE
                           WS-DATA-SISTEMA  DELIMITED BY SIZE
                           '_'              DELIMITED BY SIZE
                           WS-HORA-NOME     DELIMITED BY SIZE
                           '.RPT'           DELIMITED BY SIZE
                           INTO WS-COP-DD
                    END-STRING
                ELSE
                    STRING WS-DIR-REPOSITORIO DELIMITED BY SPACE
                           '/'              DELIMITED BY SIZE
                           REP-RELATORIO    DELIMITED BY SPACE
                           '_'              DELIMITED BY SIZE
                           WS-DATA-SISTEMA  DELIMITED BY SIZE
                           '_'              DELIMITED BY SIZE
                           WS-HORA-NOME     DELIMITED BY SIZE
                           '.RPT'           DELIMITED BY SIZE
                           INTO WS-COP-DD
                    END-STRING
                END-IF
                CALL 'CBL_CHECK_FILE_EXIST' USING WS-COP-DD
                                                  WS-DETALHE-ARQUIVO
                IF RETURN-CODE NOT = ZEROS
                    MOVE 'S' TO WS-NOME-LIVRE
                ELSE
                    ADD 1 TO WS-HORA-NOME
                    ADD 1 TO WS-TENTATIVA
                END-IF
            END-PERFORM
            MOVE ZEROS TO RETURN-CODE

            IF NOT NOME-LIVRE
                SET REP-NAO-ARQUIVADO TO TRUE
                MOVE '1000-GERA-NOME' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING REP-RELATORIO DELIMITED BY SPACE
                       ' - SEM NOME LIVRE NO REPOSITORIO'
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9000-REGISTRA-FALHA THRU 9000-FIM
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-COPIA-RELATORIO  --  COPIA O RELATORIO EMITIDO, LINHA A
      *                             LINHA, PARA O NOME GERADO, CONTANDO
      *                             AS LINHAS PARA O INDICE.
      ******************************************************************
       2000-COPIA-RELATORIO.
            MOVE REP-ARQUIVO TO WS-ORI-DD
            OPEN INPUT RELATORIO-ORIGEM
            IF NOT ORI-FS-OK
                SET REP-NAO-ARQUIVADO TO TRUE
                MOVE '2000-COPIA-RELATORIO' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-ORI-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-ORI-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9000-REGISTRA-FALHA THRU 9000-FIM
                GO TO 2000-FIM
            END-IF

            OPEN OUTPUT RELATORIO-COPIA
            IF NOT COP-FS-OK
                CLOSE RELATORIO-ORIGEM
                SET REP-NAO-ARQUIVADO TO TRUE
                MOVE '2000-COPIA-RELATORIO' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-COP-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-COP-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                PERFORM 9000-REGISTRA-FALHA THRU 9000-FIM
                GO TO 2000-FIM
            END-IF

            MOVE ZEROS TO WS-QTD-LINHAS
            MOVE 'N' TO WS-ORI-EOF
            PERFORM UNTIL ORI-FIM-ARQUIVO
                READ RELATORIO-ORIGEM
                    AT END
                        MOVE 'F' TO WS-ORI-EOF
                    NOT AT END
                        MOVE ORI-LINHA TO COP-LINHA
                        WRITE COP-LINHA
                        ADD 1 TO WS-QTD-LINHAS
                END-READ
            END-PERFORM

            CLOSE RELATORIO-ORIGEM
            CLOSE RELATORIO-COPIA

            MOVE WS-QTD-LINHAS TO REP-LINHAS
            MOVE WS-COP-DD TO REP-COPIA
            IF REP-PAGINAS = ZEROS AND WS-QTD-LINHAS > ZEROS
                COMPUTE REP-PAGINAS = (WS-QTD-LINHAS
                                     + WS-LINHAS-POR-PAGINA - 1)
                                     / WS-LINHAS-POR-PAGINA
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-INDICE  --  ANEXA AO INDICE DO REPOSITORIO A LINHA
      *                          DA EMISSAO, DISPONIVEL PARA CONSULTA.
      ******************************************************************
       3000-GRAVA-INDICE.
            OPEN EXTEND REPOSITORIO-INDICE
            IF NOT RIX-FS-OK
                OPEN OUTPUT REPOSITORIO-INDICE
            END-IF
            IF NOT RIX-FS-OK
                SET REP-NAO-ARQUIVADO TO TRUE
                MOVE '3000-GRAVA-INDICE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'REP002' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-RIX-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-RIX-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                MOVE 'ARQUIVARELATORIO' TO LOG-PROGRAMA OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                DISPLAY 'RELATORIO ' REP-RELATORIO
                        ' COPIADO SEM INDICE: ' WS-COP-DD
                GO TO 3000-FIM
            END-IF

            MOVE SPACES TO REG-REPOSITORIO-INDICE
            MOVE REP-RELATORIO   TO RIX-RELATORIO
            MOVE WS-DATA-SISTEMA TO RIX-DATA
            MOVE WS-HORA-SISTEMA TO RIX-HORA
            MOVE REP-JOB         TO RIX-JOB
            MOVE WS-OPERADOR     TO RIX-OPERADOR
            MOVE REP-PERIODO     TO RIX-PERIODO
            MOVE REP-PAGINAS     TO RIX-PAGINAS
            MOVE REP-LINHAS      TO RIX-LINHAS
            SET RIX-DISPONIVEL   TO TRUE
            MOVE ZEROS           TO RIX-DT-EXPURGO
            MOVE WS-COP-DD       TO RIX-COPIA
            MOVE REP-ARQUIVO     TO RIX-ORIGEM
            WRITE REG-REPOSITORIO-INDICE
            CLOSE REPOSITORIO-INDICE

            DISPLAY 'RELATORIO ARQUIVADO NO REPOSITORIO: ' WS-COP-DD.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 9000-REGISTRA-FALHA  --  REGISTRA NO LOG CENTRAL O RELATORIO QUE
      *                            NAO PODE SER ARQUIVADO (REP001).
      ******************************************************************
       9000-REGISTRA-FALHA.
            MOVE 'ARQUIVARELATORIO' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE 'REP001' TO LOG-CODIGO OF WS-LOG-PARM
            CALL 'LOGERRO' USING WS-LOG-PARM
            DISPLAY 'RELATORIO ' REP-RELATORIO
                    ' NAO ARQUIVADO NO REPOSITORIO.'.
       9000-FIM.
            EXIT.

       END PROGRAM ARQUIVARELATORIO.
