      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO MATINAL DA OPERACAO: REUNE NUM SO RELATORIO
      *         O QUE O CHEFE DE TURNO CONFERIA TODA MANHA RODANDO
      *         MONITORJOBS, VERIFICASLA, RESUMOLOGS E FILAAPROVACAO E
      *         OLHANDO CAIXAS E FILA DE HISTORICOS NA MAO. A NOITE
      *         VAI DO HORARIO DE CORTE DE ONTEM (DD_MATINAL_CORTE,
      *         HHMMSS, PADRAO 180000) ATE A EMISSAO. SECOES, CADA UMA
      *         COM O SEU SINAL (VERDE / AMARELO / VERMELHO):
      *           1 CADEIA NOTURNA   JOBCTRL.TXT (ULTIMO EVENTO DE CADA
      *                              JOB NA NOITE) E CADEIA_HOLD.TXT
      *                              (JOBS RETIDOS PELO ORQUESTRACADEIA)
      *           2 SLA              ALERTAS_SLA.TXT DO VERIFICASLA
      *           3 ERROS            ERRO.LOG POR SEVERIDADE DO
      *                              CATALOGO DE MENSAGENS (E A GERACAO
      *                              ROTACIONADA PELO RESUMOLOGS)
      *           4 APROVACOES       PENDENTES HA MAIS DE N DIAS
      *                              (DD_MATINAL_DIAS, PADRAO 2)
      *           5 CAIXA            SESSOES AINDA ABERTAS DE DIAS
      *                              ANTERIORES
      *           6 HISTORICOS       PEDIDOS PENDENTES NA
      *                              FILA_TRANSCRICAO.TXT
      *           7 INTERFACES       ARQUIVOS DE ENTRADA QUE CHEGARAM E
      *                              NAO FORAM PROCESSADOS
      *                              (FD_INTERFACE_ENTRADA)
      *         O RELATORIO (MATINAL.RPT) ABRE COM O QUADRO DOS SINAIS
      *         E SEGUE COM O DETALHE DE CADA SECAO; A LISTA DA
      *         OPERACAO (DD_EMAIL_OPERACOES) RECEBE O AVISO PELA
      *         GRAVAEMAIL COM O SINAL GERAL NO ASSUNTO. RC 4 QUANDO O
      *         SINAL GERAL NAO E VERDE, RC 8 QUANDO O RELATORIO NAO
      *         PODE SER GRAVADO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOMATINAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCTRL ASSIGN TO DYNAMIC WS-CTRL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTRL-FS.

           SELECT CADEIA-HOLD ASSIGN TO DYNAMIC WS-HLD-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HLD-FS.

           SELECT ALERTAS-SLA ASSIGN TO DYNAMIC WS-ALR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALR-FS.

           SELECT ERRO-LOG ASSIGN TO DYNAMIC WS-ERL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERL-FS.

           SELECT APROVACOES ASSIGN TO DYNAMIC WS-APR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APR-FS.

           SELECT SESSOES-CAIXA ASSIGN TO DYNAMIC WS-CXS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CXS-FS.

           SELECT FILA-TRANSCRICAO ASSIGN TO DYNAMIC WS-FIL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIL-FS.

           SELECT INTERFACES ASSIGN TO DYNAMIC WS-INT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INT-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBCTRL.
       01 CTRL-LINHA                    PIC X(132).

       FD CADEIA-HOLD.
       01 REG-CADEIA-HOLD.
          03 HLD-JOB                   PIC X(20).
          03 HLD-MOTIVO                PIC X(40).
          03 HLD-DATA                  PIC 9(08).

       FD ALERTAS-SLA.
       01 ALR-LINHA                     PIC X(132).

       FD ERRO-LOG.
       01 ERL-LINHA                     PIC X(132).

       FD APROVACOES.
          COPY FD_APROVACAO.

       FD SESSOES-CAIXA.
          COPY FD_SESSAO_CAIXA.

       FD FILA-TRANSCRICAO.
          COPY FD_FILA_TRANSCRICAO.

       FD INTERFACES.
          COPY FD_INTERFACE_ENTRADA.

       FD RELATORIO.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTRL-DD               PIC X(100) VALUE SPACES.
       01 WS-HLD-DD                PIC X(100) VALUE SPACES.
       01 WS-ALR-DD                PIC X(100) VALUE SPACES.
       01 WS-ERL-DD                PIC X(100) VALUE SPACES.
       01 WS-LOG-ATUAL-DD          PIC X(100) VALUE SPACES.
       01 WS-GER-DD                PIC X(100) VALUE SPACES.
       01 WS-APR-DD                PIC X(100) VALUE SPACES.
       01 WS-CXS-DD                PIC X(100) VALUE SPACES.
       01 WS-FIL-DD                PIC X(100) VALUE SPACES.
       01 WS-INT-DD                PIC X(100) VALUE SPACES.
       01 WS-DIR-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-CTRL-FS               PIC XX VALUE SPACES.
          88 CTRL-FS-OK            VALUE '00'.
       77 WS-HLD-FS                PIC XX VALUE SPACES.
          88 HLD-FS-OK             VALUE '00'.
       77 WS-ALR-FS                PIC XX VALUE SPACES.
          88 ALR-FS-OK             VALUE '00'.
       77 WS-ERL-FS                PIC XX VALUE SPACES.
          88 ERL-FS-OK             VALUE '00'.
       77 WS-APR-FS                PIC XX VALUE SPACES.
          88 APR-FS-OK             VALUE '00'.
       77 WS-CXS-FS                PIC XX VALUE SPACES.
          88 CXS-FS-OK             VALUE '00'.
       77 WS-FIL-FS                PIC XX VALUE SPACES.
          88 FIL-FS-OK             VALUE '00'.
       77 WS-INT-FS                PIC XX VALUE SPACES.
          88 INT-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-EML-PARM.
          COPY EMAIL_PARM.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ONTEM            PIC 9(08) VALUE ZEROS.
       77 WS-CORTE-TEXTO           PIC X(10) VALUE SPACES.
       77 WS-HORA-CORTE            PIC 9(06) VALUE 180000.
       77 WS-DIAS-TEXTO            PIC X(10) VALUE SPACES.
       77 WS-DIAS-LIMITE           PIC 9(03) VALUE 2.
       77 WS-EMAIL-OPERACOES       PIC X(50) VALUE SPACES.

      * INICIO DA NOITE: 'AAAAMMDD HHMMSSCC', O FORMATO DO CARIMBO DO
      * JOBCTRL.TXT E DO ERRO.LOG.
       01 WS-CARIMBO-CORTE.
          03 WS-CORTE-DATA         PIC 9(08).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 WS-CORTE-HORA         PIC 9(06).
          03 FILLER                PIC X(02) VALUE '00'.

      * SECOES DO RELATORIO E O SINAL DE CADA UMA: 0 VERDE,
      * 1 AMARELO, 2 VERMELHO.
       01 WS-TAB-SECAO.
          03 WS-SEC-ENT OCCURS 7 TIMES.
             05 WS-SEC-TITULO      PIC X(30).
             05 WS-SEC-LUZ         PIC 9(01).
             05 WS-SEC-RESUMO      PIC X(90).
       77 WS-SEC                   PIC 9(01) COMP VALUE ZEROS.
       77 WS-SEC-ED                PIC 9(01) VALUE ZEROS.
       77 WS-LUZ-NOVA              PIC 9(01) VALUE ZEROS.
       77 WS-LUZ-GERAL             PIC 9(01) VALUE ZEROS.
       01 WS-NOMES-LUZ             PIC X(24)
                                   VALUE 'VERDE   AMARELO VERMELHO'.
       01 FILLER REDEFINES WS-NOMES-LUZ.
          03 WS-NOME-LUZ           PIC X(08) OCCURS 3 TIMES.
       77 WS-IDX-LUZ               PIC 9(01) COMP VALUE ZEROS.

      * LINHAS DE DETALHE DE TODAS AS SECOES, NA ORDEM DE APURACAO.
       01 WS-TAB-DETALHE.
          03 WS-DET-ENT OCCURS 1000 TIMES.
             05 WS-DET-SECAO       PIC 9(01).
             05 WS-DET-TEXTO       PIC X(120).
       77 WS-QTD-DET               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-DET               PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-DET-SECAO         PIC 9(04) COMP VALUE ZEROS.
       77 WS-DET-DESPREZADOS       PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-DET             PIC X(120) VALUE SPACES.

      * JOBS DO JOBCTRL.TXT: ULTIMO EVENTO NA NOITE E O ULTIMO FIM
      * COM RC ATE 04 EM QUALQUER DATA (PARA AS INTERFACES).
       01 WS-TAB-JOBS.
          03 WS-JOB-ENT OCCURS 200 TIMES.
             05 WS-JOB-NOME        PIC X(20).
             05 WS-JOB-NA-NOITE    PIC X(01).
             05 WS-JOB-EVENTO      PIC X(01).
             05 WS-JOB-INICIO      PIC X(17).
             05 WS-JOB-FIM         PIC X(17).
             05 WS-JOB-RC          PIC X(02).
             05 WS-JOB-ULT-OK      PIC X(17).
       77 WS-QTD-JOBS              PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-JOB               PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-JOB               PIC 9(03) COMP VALUE ZEROS.
       77 WS-CARIMBO-LINHA         PIC X(17) VALUE SPACES.
       77 WS-NOME-LINHA            PIC X(20) VALUE SPACES.
       77 WS-EVENTO-LINHA          PIC X(01) VALUE SPACE.
       77 WS-RC-LINHA              PIC X(02) VALUE SPACES.
       77 WS-LIXO                  PIC X(132) VALUE SPACES.
       77 WS-RESTO                 PIC X(132) VALUE SPACES.
       77 WS-RESTO-2               PIC X(132) VALUE SPACES.
       77 WS-RESTO-3               PIC X(132) VALUE SPACES.
       77 WS-QTD-NOITE             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JOB-OK            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JOB-AVISO         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JOB-FALHA         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JOB-RODANDO       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RETIDOS           PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-JOB          PIC X(12) VALUE SPACES.

       77 WS-QTD-ESTOUROS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RISCOS            PIC 9(03) VALUE ZEROS.

      * ERROS DA NOITE POR CODIGO E SEVERIDADE; LINHA SEM 'COD='
      * (PROGRAMA AINDA NAO CONVERTIDO) CONTA COMO GER000, AVISO.
       01 WS-TAB-CODIGOS.
          03 WS-COD-ENT OCCURS 100 TIMES.
             05 WS-COD-CODIGO      PIC X(06).
             05 WS-COD-SEVERIDADE  PIC 9(02).
             05 WS-COD-QTD         PIC 9(05).
       77 WS-QTD-CODIGOS           PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-COD               PIC 9(03) COMP VALUE ZEROS.
       77 WS-COD-ACHADO            PIC 9 VALUE 0.
          88 CODIGO-ACHADO         VALUE 1.
       77 WS-CODIGO-LINHA          PIC X(06) VALUE SPACES.
       77 WS-SEV-LINHA             PIC 9(02) VALUE ZEROS.
       77 WS-SEV-MAXIMA            PIC 9(02) VALUE ZEROS.
       77 WS-SOBRA-ERL             PIC X(132) VALUE SPACES.
       77 WS-PONTEIRO-ERL          PIC 9(03) VALUE ZEROS.
       77 WS-GER-LIDA              PIC X(100) VALUE SPACES.
       77 WS-QTD-ERROS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEV-16            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEV-12            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEV-08            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEV-04            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEV-00            PIC 9(07) VALUE ZEROS.

       77 WS-DATA-CALC             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-DECORRIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CAIXAS            PIC 9(03) VALUE ZEROS.

      * INTERFACES DE ENTRADA: DADOS DO ARQUIVO NO DISCO
      * (CBL_CHECK_FILE_EXIST).
       01 WS-ARQ-INTERFACE         PIC X(150) VALUE SPACES.
       01 WS-DETALHE-ARQUIVO.
          03 WS-ARQ-TAMANHO        PIC X(08) COMP-X.
          03 WS-ARQ-DIA            PIC X(01) COMP-X.
          03 WS-ARQ-MES            PIC X(01) COMP-X.
          03 WS-ARQ-ANO            PIC X(02) COMP-X.
          03 WS-ARQ-HORA           PIC X(01) COMP-X.
          03 WS-ARQ-MINUTO         PIC X(01) COMP-X.
          03 WS-ARQ-SEGUNDO        PIC X(01) COMP-X.
          03 WS-ARQ-CENTESIMO      PIC X(01) COMP-X.
       01 WS-CARIMBO-ARQUIVO.
          03 WS-CAR-ARQ-DATA       PIC 9(08).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 WS-CAR-ARQ-HORA       PIC 9(06).
       77 WS-QTD-INTERFACES        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CHEGARAM          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NAO-PROCESSADAS   PIC 9(03) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOMATINAL - MATINAL DA OPERACAO      *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            COMPUTE WS-DATA-ONTEM =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 1)

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            PERFORM 0600-DEFINE-SECOES THRU 0600-FIM

            PERFORM 1000-APURA-CADEIA THRU 1000-FIM
            PERFORM 1500-APURA-RETIDOS THRU 1500-FIM
            PERFORM 2000-APURA-SLA THRU 2000-FIM
            PERFORM 3000-APURA-ERROS THRU 3000-FIM
            PERFORM 4000-APURA-APROVACOES THRU 4000-FIM
            PERFORM 4500-APURA-CAIXAS THRU 4500-FIM
            PERFORM 5000-APURA-TRANSCRICAO THRU 5000-FIM
            PERFORM 6000-APURA-INTERFACES THRU 6000-FIM

            MOVE ZEROS TO WS-LUZ-GERAL
            PERFORM VARYING WS-SEC FROM 1 BY 1 UNTIL WS-SEC > 7
                IF WS-SEC-LUZ(WS-SEC) > WS-LUZ-GERAL
                    MOVE WS-SEC-LUZ(WS-SEC) TO WS-LUZ-GERAL
                END-IF
            END-PERFORM

            PERFORM 7000-EMITE-RELATORIO THRU 7000-FIM
            IF NOT RPT-FS-OK
                MOVE 'RELATORIOMATINAL' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-EMITE-RELATORIO' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-RPT-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-RPT-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 8000-ENVIA-EMAIL THRU 8000-FIM

            COMPUTE WS-IDX-LUZ = WS-LUZ-GERAL + 1
            DISPLAY 'SITUACAO GERAL DA NOITE..: '
                    WS-NOME-LUZ(WS-IDX-LUZ)
            DISPLAY 'RELATORIO EM ' WS-RPT-DD
            IF WS-LUZ-GERAL > ZEROS
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZEROS TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS, HORARIO DE CORTE DA
      *                        NOITE E LIMITE DE DIAS DAS PENDENCIAS.
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-CTRL-DD FROM ENVIRONMENT 'DD_JOBCTRL'
            IF WS-CTRL-DD = SPACES
                MOVE 'JOBCTRL.TXT' TO WS-CTRL-DD
            END-IF
            ACCEPT WS-HLD-DD FROM ENVIRONMENT 'DD_CADEIA_HOLD'
            IF WS-HLD-DD = SPACES
                MOVE 'CADEIA_HOLD.TXT' TO WS-HLD-DD
            END-IF
            ACCEPT WS-ALR-DD FROM ENVIRONMENT 'DD_ALERTAS_SLA'
            IF WS-ALR-DD = SPACES
                MOVE 'ALERTAS_SLA.TXT' TO WS-ALR-DD
            END-IF
            ACCEPT WS-LOG-ATUAL-DD FROM ENVIRONMENT 'DD_ERRO_LOG'
            IF WS-LOG-ATUAL-DD = SPACES
                MOVE 'ERRO.LOG' TO WS-LOG-ATUAL-DD
            END-IF
            ACCEPT WS-APR-DD FROM ENVIRONMENT 'DD_APROVACOES'
            IF WS-APR-DD = SPACES
                MOVE 'APROVACOES.TXT' TO WS-APR-DD
            END-IF
            ACCEPT WS-CXS-DD FROM ENVIRONMENT 'DD_SESSOES_CAIXA'
            IF WS-CXS-DD = SPACES
                MOVE 'SESSOES_CAIXA.TXT' TO WS-CXS-DD
            END-IF
            ACCEPT WS-FIL-DD FROM ENVIRONMENT 'DD_FILA_TRANSCRICAO'
            IF WS-FIL-DD = SPACES
                MOVE 'FILA_TRANSCRICAO.TXT' TO WS-FIL-DD
            END-IF
            ACCEPT WS-INT-DD FROM ENVIRONMENT 'DD_INTERFACES_ENTRADA'
            IF WS-INT-DD = SPACES
                MOVE 'INTERFACES_ENTRADA.TXT' TO WS-INT-DD
            END-IF
            ACCEPT WS-DIR-DD FROM ENVIRONMENT 'DD_DIR_INTERFACES'
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_MATINAL'
            IF WS-RPT-DD = SPACES
                MOVE 'MATINAL.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-EMAIL-OPERACOES FROM ENVIRONMENT
                                          'DD_EMAIL_OPERACOES'
            IF WS-EMAIL-OPERACOES = SPACES
                MOVE 'OPERACOES@ESCOLA.LOCAL' TO WS-EMAIL-OPERACOES
            END-IF

            ACCEPT WS-CORTE-TEXTO FROM ENVIRONMENT 'DD_MATINAL_CORTE'
            IF WS-CORTE-TEXTO(1:6) IS NUMERIC
               AND WS-CORTE-TEXTO(7:1) = SPACE
               AND WS-CORTE-TEXTO(1:6) < '240000'
                MOVE WS-CORTE-TEXTO(1:6) TO WS-HORA-CORTE
            END-IF
            MOVE WS-DATA-ONTEM TO WS-CORTE-DATA
            MOVE WS-HORA-CORTE TO WS-CORTE-HORA

            ACCEPT WS-DIAS-TEXTO FROM ENVIRONMENT 'DD_MATINAL_DIAS'
            IF WS-DIAS-TEXTO NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-DIAS-TEXTO) TO WS-DIAS-LIMITE
            END-IF

            DISPLAY 'NOITE A PARTIR DE.......: ' WS-CARIMBO-CORTE
            DISPLAY 'LIMITE DAS PENDENCIAS...: ' WS-DIAS-LIMITE
                    ' DIA(S)'.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 0600-DEFINE-SECOES  --  TITULOS DAS SECOES, TODAS EM VERDE.
      ******************************************************************
       0600-DEFINE-SECOES.
            MOVE 'CADEIA NOTURNA' TO WS-SEC-TITULO(1)
            MOVE 'SLA DA CADEIA' TO WS-SEC-TITULO(2)
            MOVE 'ERROS POR SEVERIDADE' TO WS-SEC-TITULO(3)
            MOVE 'APROVACOES PENDENTES' TO WS-SEC-TITULO(4)
            MOVE 'SESSOES DE CAIXA ABERTAS' TO WS-SEC-TITULO(5)
            MOVE 'PEDIDOS DE HISTORICO' TO WS-SEC-TITULO(6)
            MOVE 'INTERFACES DE ENTRADA' TO WS-SEC-TITULO(7)
            PERFORM VARYING WS-SEC FROM 1 BY 1 UNTIL WS-SEC > 7
                MOVE ZEROS TO WS-SEC-LUZ(WS-SEC)
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            END-PERFORM
            MOVE ZEROS TO WS-QTD-DET.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-APURA-CADEIA  --  ULTIMO EVENTO DE CADA JOB NA NOITE
      *                          (JOBCTRL.TXT): RC ACIMA DE 04 E
      *                          VERMELHO; RC 04 OU JOB AINDA EM
      *                          EXECUCAO E AMARELO; NENHUM JOB NA
      *                          NOITE E VERMELHO.
      ******************************************************************
       1000-APURA-CADEIA.
            MOVE 1 TO WS-SEC
            OPEN INPUT JOBCTRL
            IF NOT CTRL-FS-OK
                MOVE 2 TO WS-LUZ-NOVA
                PERFORM 9000-ACENDE THRU 9000-FIM
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'CONTROLE DE JOBS AUSENTE: ' WS-CTRL-DD
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ JOBCTRL
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 1100-ACUMULA-EVENTO THRU 1100-FIM
                END-READ
            END-PERFORM
            CLOSE JOBCTRL

            PERFORM VARYING WS-IDX-JOB FROM 1 BY 1
                    UNTIL WS-IDX-JOB > WS-QTD-JOBS
                IF WS-JOB-NA-NOITE(WS-IDX-JOB) = 'S'
                    PERFORM 1300-SITUACAO-JOB THRU 1300-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-NOITE = ZEROS
                MOVE 2 TO WS-LUZ-NOVA
                PERFORM 9000-ACENDE THRU 9000-FIM
                MOVE SPACES TO WS-LINHA-DET
                STRING 'NENHUM JOB REGISTRADO NO CONTROLE DE JOBS '
                       'DESDE ' WS-CARIMBO-CORTE
                       DELIMITED BY SIZE INTO WS-LINHA-DET
                END-STRING
                PERFORM 9100-DETALHE THRU 9100-FIM
            END-IF

            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'JOBS: ' WS-QTD-NOITE
                   '  OK: ' WS-QTD-JOB-OK
                   '  RC 04: ' WS-QTD-JOB-AVISO
                   '  FALHA: ' WS-QTD-JOB-FALHA
                   '  EM EXECUCAO: ' WS-QTD-JOB-RODANDO
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-ACUMULA-EVENTO  --  DESMONTA A LINHA DO CONTROLE DE JOBS
      *                            ('... JOB=X EVENTO=I RC=NN ARQ=...').
      ******************************************************************
       1100-ACUMULA-EVENTO.
            MOVE CTRL-LINHA(1:17) TO WS-CARIMBO-LINHA
            MOVE SPACES TO WS-LIXO WS-RESTO WS-RESTO-2 WS-RESTO-3
                           WS-NOME-LINHA WS-EVENTO-LINHA WS-RC-LINHA
            UNSTRING CTRL-LINHA DELIMITED BY 'JOB='
                INTO WS-LIXO WS-RESTO
            END-UNSTRING
            UNSTRING WS-RESTO DELIMITED BY ' EVENTO='
                INTO WS-NOME-LINHA WS-RESTO-2
            END-UNSTRING
            UNSTRING WS-RESTO-2 DELIMITED BY ' RC='
                INTO WS-EVENTO-LINHA WS-RESTO-3
            END-UNSTRING
            MOVE WS-RESTO-3(1:2) TO WS-RC-LINHA
            IF WS-NOME-LINHA = SPACES
                GO TO 1100-FIM
            END-IF

            PERFORM 1200-LOCALIZA-JOB THRU 1200-FIM
            IF WS-POS-JOB = ZEROS
                GO TO 1100-FIM
            END-IF

            IF WS-EVENTO-LINHA = 'F'
               AND WS-RC-LINHA IS NUMERIC
               AND WS-RC-LINHA NOT > '04'
                MOVE WS-CARIMBO-LINHA TO WS-JOB-ULT-OK(WS-POS-JOB)
            END-IF

            IF WS-CARIMBO-LINHA < WS-CARIMBO-CORTE
                GO TO 1100-FIM
            END-IF
            MOVE 'S' TO WS-JOB-NA-NOITE(WS-POS-JOB)
            MOVE WS-EVENTO-LINHA TO WS-JOB-EVENTO(WS-POS-JOB)
            IF WS-EVENTO-LINHA = 'I'
                MOVE WS-CARIMBO-LINHA TO WS-JOB-INICIO(WS-POS-JOB)
                MOVE SPACES TO WS-JOB-FIM(WS-POS-JOB)
                MOVE SPACES TO WS-JOB-RC(WS-POS-JOB)
            ELSE
                MOVE WS-CARIMBO-LINHA TO WS-JOB-FIM(WS-POS-JOB)
                MOVE WS-RC-LINHA TO WS-JOB-RC(WS-POS-JOB)
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-LOCALIZA-JOB  --  PROCURA (OU INCLUI) O JOB NA TABELA E
      *                          DEIXA A POSICAO EM WS-POS-JOB (ZERO
      *                          QUANDO A TABELA ESTA CHEIA).
      ******************************************************************
       1200-LOCALIZA-JOB.
            MOVE ZEROS TO WS-POS-JOB
            PERFORM VARYING WS-IDX-JOB FROM 1 BY 1
                    UNTIL WS-IDX-JOB > WS-QTD-JOBS
                IF WS-JOB-NOME(WS-IDX-JOB) = WS-NOME-LINHA
                    MOVE WS-IDX-JOB TO WS-POS-JOB
                    MOVE WS-QTD-JOBS TO WS-IDX-JOB
                END-IF
            END-PERFORM
            IF WS-POS-JOB = ZEROS AND WS-QTD-JOBS < 200
                ADD 1 TO WS-QTD-JOBS
                MOVE WS-QTD-JOBS TO WS-POS-JOB
                MOVE WS-NOME-LINHA TO WS-JOB-NOME(WS-POS-JOB)
                MOVE 'N' TO WS-JOB-NA-NOITE(WS-POS-JOB)
                MOVE SPACE TO WS-JOB-EVENTO(WS-POS-JOB)
                MOVE SPACES TO WS-JOB-INICIO(WS-POS-JOB)
                MOVE SPACES TO WS-JOB-FIM(WS-POS-JOB)
                MOVE SPACES TO WS-JOB-RC(WS-POS-JOB)
                MOVE SPACES TO WS-JOB-ULT-OK(WS-POS-JOB)
            END-IF.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-SITUACAO-JOB  --  LINHA DE DETALHE E SINAL DE UM JOB QUE
      *                          RODOU NA NOITE.
      ******************************************************************
       1300-SITUACAO-JOB.
            ADD 1 TO WS-QTD-NOITE
            EVALUATE TRUE
                WHEN WS-JOB-EVENTO(WS-IDX-JOB) = 'I'
                    MOVE 'EM EXECUCAO' TO WS-SITUACAO-JOB
                    ADD 1 TO WS-QTD-JOB-RODANDO
                    MOVE 1 TO WS-LUZ-NOVA
                WHEN WS-JOB-RC(WS-IDX-JOB) = '00'
                    MOVE 'OK' TO WS-SITUACAO-JOB
                    ADD 1 TO WS-QTD-JOB-OK
                    MOVE 0 TO WS-LUZ-NOVA
                WHEN WS-JOB-RC(WS-IDX-JOB) = '04'
                    MOVE 'AVISO' TO WS-SITUACAO-JOB
                    ADD 1 TO WS-QTD-JOB-AVISO
                    MOVE 1 TO WS-LUZ-NOVA
                WHEN OTHER
                    MOVE 'FALHA' TO WS-SITUACAO-JOB
                    ADD 1 TO WS-QTD-JOB-FALHA
                    MOVE 2 TO WS-LUZ-NOVA
            END-EVALUATE
            PERFORM 9000-ACENDE THRU 9000-FIM

            MOVE SPACES TO WS-LINHA-DET
            STRING WS-JOB-NOME(WS-IDX-JOB) ' INICIO '
                   WS-JOB-INICIO(WS-IDX-JOB) '  FIM '
                   WS-JOB-FIM(WS-IDX-JOB) '  RC '
                   WS-JOB-RC(WS-IDX-JOB) '  '
                   WS-SITUACAO-JOB
                   DELIMITED BY SIZE INTO WS-LINHA-DET
            END-STRING
            PERFORM 9100-DETALHE THRU 9100-FIM.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1500-APURA-RETIDOS  --  JOBS RETIDOS PELO ORQUESTRACADEIA
      *                           ESPERANDO O OPERADOR LIBERAR OU
      *                           PULAR (CADEIA_HOLD.TXT): VERMELHO.
      ******************************************************************
       1500-APURA-RETIDOS.
            MOVE 1 TO WS-SEC
            OPEN INPUT CADEIA-HOLD
            IF NOT HLD-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CADEIA-HOLD
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF HLD-JOB NOT = SPACES
                            ADD 1 TO WS-QTD-RETIDOS
                            MOVE 2 TO WS-LUZ-NOVA
                            PERFORM 9000-ACENDE THRU 9000-FIM
                            MOVE SPACES TO WS-LINHA-DET
                            STRING HLD-JOB ' RETIDO DESDE '
                                   HLD-DATA ' - ' HLD-MOTIVO
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-DET
                            END-STRING
                            PERFORM 9100-DETALHE THRU 9100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CADEIA-HOLD
            IF WS-QTD-RETIDOS > ZEROS
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'JOBS: ' WS-QTD-NOITE
                       '  OK: ' WS-QTD-JOB-OK
                       '  RC 04: ' WS-QTD-JOB-AVISO
                       '  FALHA: ' WS-QTD-JOB-FALHA
                       '  EM EXECUCAO: ' WS-QTD-JOB-RODANDO
                       '  RETIDOS: ' WS-QTD-RETIDOS
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
            END-IF.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-APURA-SLA  --  ALERTAS DO VERIFICASLA DESDE ONTEM:
      *                       ESTOURO E VERMELHO, RISCO E AMARELO;
      *                       ARQUIVO DE ALERTAS AUSENTE E AMARELO
      *                       (A VERIFICACAO NAO RODOU).
      ******************************************************************
       2000-APURA-SLA.
            MOVE 2 TO WS-SEC
            OPEN INPUT ALERTAS-SLA
            IF NOT ALR-FS-OK
                MOVE 1 TO WS-LUZ-NOVA
                PERFORM 9000-ACENDE THRU 9000-FIM
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'ALERTAS DE SLA AUSENTES (VERIFICASLA NAO '
                       'RODOU): ' WS-ALR-DD
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ALERTAS-SLA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF ALR-LINHA(1:8) NOT < WS-DATA-ONTEM
                            IF ALR-LINHA(38:7) = 'ESTOURO'
                                ADD 1 TO WS-QTD-ESTOUROS
                                MOVE 2 TO WS-LUZ-NOVA
                            ELSE
                                ADD 1 TO WS-QTD-RISCOS
                                MOVE 1 TO WS-LUZ-NOVA
                            END-IF
                            PERFORM 9000-ACENDE THRU 9000-FIM
                            MOVE ALR-LINHA(1:120) TO WS-LINHA-DET
                            PERFORM 9100-DETALHE THRU 9100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALERTAS-SLA
            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'ESTOUROS: ' WS-QTD-ESTOUROS
                   '  EM RISCO: ' WS-QTD-RISCOS
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-APURA-ERROS  --  LINHAS DO ERRO.LOG DESDE O CORTE, POR
      *                         SEVERIDADE. SE O RESUMOLOGS ROTACIONOU
      *                         O LOG, A LINHA-MARCO APONTA A GERACAO,
      *                         QUE TAMBEM E LIDA. SEVERIDADE ACIMA DE
      *                         04 E VERMELHO, 04 E AMARELO.
      ******************************************************************
       3000-APURA-ERROS.
            MOVE 3 TO WS-SEC
            MOVE SPACES TO WS-GER-DD
            MOVE WS-LOG-ATUAL-DD TO WS-ERL-DD
            PERFORM 3100-LE-LOG THRU 3100-FIM
            IF WS-GER-DD NOT = SPACES
                MOVE WS-GER-DD TO WS-ERL-DD
                PERFORM 3100-LE-LOG THRU 3100-FIM
            END-IF

            EVALUATE TRUE
                WHEN WS-SEV-MAXIMA > 4
                    MOVE 2 TO WS-LUZ-NOVA
                WHEN WS-SEV-MAXIMA = 4
                    MOVE 1 TO WS-LUZ-NOVA
                WHEN OTHER
                    MOVE 0 TO WS-LUZ-NOVA
            END-EVALUATE
            PERFORM 9000-ACENDE THRU 9000-FIM

            PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                    UNTIL WS-IDX-COD > WS-QTD-CODIGOS
                IF WS-COD-SEVERIDADE(WS-IDX-COD) > 4
                    MOVE SPACES TO WS-LINHA-DET
                    STRING 'CODIGO ' WS-COD-CODIGO(WS-IDX-COD)
                           '  SEVERIDADE '
                           WS-COD-SEVERIDADE(WS-IDX-COD)
                           '  OCORRENCIAS ' WS-COD-QTD(WS-IDX-COD)
                           DELIMITED BY SIZE INTO WS-LINHA-DET
                    END-STRING
                    PERFORM 9100-DETALHE THRU 9100-FIM
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'LINHAS: ' WS-QTD-ERROS
                   '  SEV 16: ' WS-QTD-SEV-16
                   '  12: ' WS-QTD-SEV-12
                   '  08: ' WS-QTD-SEV-08
                   '  04: ' WS-QTD-SEV-04
                   '  00: ' WS-QTD-SEV-00
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-LE-LOG  --  VARRE O LOG WS-ERL-DD. A LINHA-MARCO DA
      *                    ROTACAO ('RESUMOLOGS.2000-ROTACIONA-LOG -
      *                    ... GERACAO <ARQUIVO>') SO INFORMA A GERACAO.
      ******************************************************************
       3100-LE-LOG.
            OPEN INPUT ERRO-LOG
            IF NOT ERL-FS-OK
                GO TO 3100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ERRO-LOG
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF ERL-LINHA(19:29) =
                           'RESUMOLOGS.2000-ROTACIONA-LOG'
                            MOVE SPACES TO WS-LIXO WS-GER-LIDA
                            UNSTRING ERL-LINHA DELIMITED BY ' GERACAO '
                                INTO WS-LIXO WS-GER-LIDA
                            END-UNSTRING
                            IF WS-GER-LIDA NOT = SPACES
                               AND WS-ERL-DD = WS-LOG-ATUAL-DD
                                MOVE WS-GER-LIDA TO WS-GER-DD
                            END-IF
                        ELSE
                            IF ERL-LINHA(1:17) NOT < WS-CARIMBO-CORTE
                                PERFORM 3200-ACUMULA-LINHA
                                   THRU 3200-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ERRO-LOG.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-ACUMULA-LINHA  --  CODIGO E SEVERIDADE DE UMA LINHA DO
      *                           LOG ('... - COD=CCCCCC SEV=SS ...').
      ******************************************************************
       3200-ACUMULA-LINHA.
            ADD 1 TO WS-QTD-ERROS
            MOVE SPACES TO WS-SOBRA-ERL
            MOVE 1 TO WS-PONTEIRO-ERL
            UNSTRING ERL-LINHA DELIMITED BY ' - COD='
                INTO WS-SOBRA-ERL
                WITH POINTER WS-PONTEIRO-ERL
            END-UNSTRING
            MOVE SPACES TO WS-SOBRA-ERL
            IF WS-PONTEIRO-ERL < 120
                MOVE ERL-LINHA(WS-PONTEIRO-ERL:) TO WS-SOBRA-ERL
            END-IF
            IF WS-SOBRA-ERL(7:5) = ' SEV='
               AND WS-SOBRA-ERL(12:2) IS NUMERIC
                MOVE WS-SOBRA-ERL(1:6) TO WS-CODIGO-LINHA
                MOVE WS-SOBRA-ERL(12:2) TO WS-SEV-LINHA
            ELSE
                MOVE 'GER000' TO WS-CODIGO-LINHA
                MOVE 04 TO WS-SEV-LINHA
            END-IF
            IF WS-SEV-LINHA > WS-SEV-MAXIMA
                MOVE WS-SEV-LINHA TO WS-SEV-MAXIMA
            END-IF
            EVALUATE TRUE
                WHEN WS-SEV-LINHA >= 16
                    ADD 1 TO WS-QTD-SEV-16
                WHEN WS-SEV-LINHA >= 12
                    ADD 1 TO WS-QTD-SEV-12
                WHEN WS-SEV-LINHA >= 08
                    ADD 1 TO WS-QTD-SEV-08
                WHEN WS-SEV-LINHA >= 04
                    ADD 1 TO WS-QTD-SEV-04
                WHEN OTHER
                    ADD 1 TO WS-QTD-SEV-00
            END-EVALUATE

            MOVE 0 TO WS-COD-ACHADO
            PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                    UNTIL WS-IDX-COD > WS-QTD-CODIGOS
                IF WS-COD-CODIGO(WS-IDX-COD) = WS-CODIGO-LINHA
                   AND WS-COD-SEVERIDADE(WS-IDX-COD) = WS-SEV-LINHA
                    ADD 1 TO WS-COD-QTD(WS-IDX-COD)
                    MOVE 1 TO WS-COD-ACHADO
                    MOVE WS-QTD-CODIGOS TO WS-IDX-COD
                END-IF
            END-PERFORM
            IF NOT CODIGO-ACHADO AND WS-QTD-CODIGOS < 100
                ADD 1 TO WS-QTD-CODIGOS
                MOVE WS-CODIGO-LINHA TO WS-COD-CODIGO(WS-QTD-CODIGOS)
                MOVE WS-SEV-LINHA TO
                     WS-COD-SEVERIDADE(WS-QTD-CODIGOS)
                MOVE 1 TO WS-COD-QTD(WS-QTD-CODIGOS)
            END-IF.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 4000-APURA-APROVACOES  --  SOLICITACOES PENDENTES NA FILA DE
      *                              APROVACAO HA MAIS DE N DIAS:
      *                              AMARELO.
      ******************************************************************
       4000-APURA-APROVACOES.
            MOVE 4 TO WS-SEC
            MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-ATRASADAS
            OPEN INPUT APROVACOES
            IF NOT APR-FS-OK
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'FILA DE APROVACAO AUSENTE: ' WS-APR-DD
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
                GO TO 4000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ APROVACOES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF APR-PENDENTE
                            ADD 1 TO WS-QTD-PENDENTES
                            MOVE APR-DT-SOLICITACAO TO WS-DATA-CALC
                            PERFORM 9200-DIAS-DESDE THRU 9200-FIM
                            IF WS-DIAS-DECORRIDOS > WS-DIAS-LIMITE
                                ADD 1 TO WS-QTD-ATRASADAS
                                MOVE 1 TO WS-LUZ-NOVA
                                PERFORM 9000-ACENDE THRU 9000-FIM
                                MOVE SPACES TO WS-LINHA-DET
                                STRING 'ID ' APR-ID '  ' APR-TIPO
                                       '  ALUNO ' APR-CD-STUDENT
                                       '  POR ' APR-SOLICITANTE
                                       '  EM ' APR-DT-SOLICITACAO
                                       '  (' WS-DIAS-DECORRIDOS
                                       ' DIAS)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-DET
                                END-STRING
                                PERFORM 9100-DETALHE THRU 9100-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APROVACOES
            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'PENDENTES: ' WS-QTD-PENDENTES
                   '  HA MAIS DE ' WS-DIAS-LIMITE ' DIAS: '
                   WS-QTD-ATRASADAS
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4500-APURA-CAIXAS  --  SESSOES DE CAIXA ABERTAS EM DIA
      *                          ANTERIOR E AINDA SEM FECHAMENTO NO
      *                          FECHACAIXA: VERMELHO.
      ******************************************************************
       4500-APURA-CAIXAS.
            MOVE 5 TO WS-SEC
            OPEN INPUT SESSOES-CAIXA
            IF NOT CXS-FS-OK
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'SESSOES DE CAIXA AUSENTES: ' WS-CXS-DD
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
                GO TO 4500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ SESSOES-CAIXA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CXS-ABERTA
                           AND CXS-DT-ABERTURA < WS-DATA-HOJE
                            ADD 1 TO WS-QTD-CAIXAS
                            MOVE 2 TO WS-LUZ-NOVA
                            PERFORM 9000-ACENDE THRU 9000-FIM
                            MOVE SPACES TO WS-LINHA-DET
                            STRING 'SESSAO ' CXS-ID
                                   '  OPERADOR ' CXS-OPERADOR
                                   '  UNIDADE ' CXS-UNIDADE
                                   '  ABERTA EM ' CXS-DT-ABERTURA
                                   '  RECIBOS ' CXS-QTD-RECIBOS
                                   DELIMITED BY SIZE
                                   INTO WS-LINHA-DET
                            END-STRING
                            PERFORM 9100-DETALHE THRU 9100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SESSOES-CAIXA
            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'SESSOES ABERTAS DE DIAS ANTERIORES: '
                   WS-QTD-CAIXAS
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 5000-APURA-TRANSCRICAO  --  PEDIDOS PENDENTES NA FILA DE
      *                               HISTORICOS/DECLARACOES DO PORTAL:
      *                               AMARELO; HA MAIS DE N DIAS,
      *                               VERMELHO.
      ******************************************************************
       5000-APURA-TRANSCRICAO.
            MOVE 6 TO WS-SEC
            MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-ATRASADAS
            OPEN INPUT FILA-TRANSCRICAO
            IF NOT FIL-FS-OK
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'FILA DE PEDIDOS AUSENTE: ' WS-FIL-DD
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
                GO TO 5000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ FILA-TRANSCRICAO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF FIL-PENDENTE AND FIL-ID-PEDIDO NOT = SPACES
                            PERFORM 5100-PEDIDO-PENDENTE
                               THRU 5100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FILA-TRANSCRICAO
            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'PENDENTES: ' WS-QTD-PENDENTES
                   '  HA MAIS DE ' WS-DIAS-LIMITE ' DIAS: '
                   WS-QTD-ATRASADAS
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-PEDIDO-PENDENTE  --  DETALHE E SINAL DE UM PEDIDO.
      ******************************************************************
       5100-PEDIDO-PENDENTE.
            ADD 1 TO WS-QTD-PENDENTES
            MOVE FIL-DT-PEDIDO TO WS-DATA-CALC
            PERFORM 9200-DIAS-DESDE THRU 9200-FIM
            MOVE SPACES TO WS-LINHA-DET
            IF WS-DIAS-DECORRIDOS > WS-DIAS-LIMITE
                ADD 1 TO WS-QTD-ATRASADAS
                MOVE 2 TO WS-LUZ-NOVA
                STRING 'PEDIDO ' FIL-ID-PEDIDO
                       '  ALUNO ' FIL-CD-STUDENT
                       '  EM ' FIL-DT-PEDIDO
                       '  ' FIL-FINALIDADE
                       '  ATRASADO (' WS-DIAS-DECORRIDOS ' DIAS)'
                       DELIMITED BY SIZE INTO WS-LINHA-DET
                END-STRING
            ELSE
                MOVE 1 TO WS-LUZ-NOVA
                STRING 'PEDIDO ' FIL-ID-PEDIDO
                       '  ALUNO ' FIL-CD-STUDENT
                       '  EM ' FIL-DT-PEDIDO
                       '  ' FIL-FINALIDADE
                       DELIMITED BY SIZE INTO WS-LINHA-DET
                END-STRING
            END-IF
            PERFORM 9000-ACENDE THRU 9000-FIM
            PERFORM 9100-DETALHE THRU 9100-FIM.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 6000-APURA-INTERFACES  --  ARQUIVOS DE ENTRADA PRESENTES, NAO
      *                              VAZIOS E MAIS NOVOS QUE O ULTIMO
      *                              FIM COM RC ATE 04 DO JOB QUE OS
      *                              PROCESSA: VERMELHO. TABELA DE
      *                              INTERFACES AUSENTE: AMARELO.
      ******************************************************************
       6000-APURA-INTERFACES.
            MOVE 7 TO WS-SEC
            OPEN INPUT INTERFACES
            IF NOT INT-FS-OK
                MOVE 1 TO WS-LUZ-NOVA
                PERFORM 9000-ACENDE THRU 9000-FIM
                MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
                STRING 'TABELA DE INTERFACES AUSENTE: ' WS-INT-DD
                       DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
                END-STRING
                GO TO 6000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ INTERFACES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF INT-ARQUIVO NOT = SPACES
                           AND INT-ARQUIVO(1:1) NOT = '*'
                            PERFORM 6100-CONFERE-INTERFACE
                               THRU 6100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INTERFACES
            MOVE SPACES TO WS-SEC-RESUMO(WS-SEC)
            STRING 'INTERFACES: ' WS-QTD-INTERFACES
                   '  COM ARQUIVO: ' WS-QTD-CHEGARAM
                   '  NAO PROCESSADAS: ' WS-QTD-NAO-PROCESSADAS
                   DELIMITED BY SIZE INTO WS-SEC-RESUMO(WS-SEC)
            END-STRING.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6100-CONFERE-INTERFACE  --  DATA/HORA DO ARQUIVO NO DISCO
      *                               CONTRA O ULTIMO PROCESSAMENTO OK
      *                               DO SEU JOB.
      ******************************************************************
       6100-CONFERE-INTERFACE.
            ADD 1 TO WS-QTD-INTERFACES
            MOVE SPACES TO WS-ARQ-INTERFACE
            IF WS-DIR-DD = SPACES
                MOVE INT-ARQUIVO TO WS-ARQ-INTERFACE
            ELSE
                STRING WS-DIR-DD DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       INT-ARQUIVO DELIMITED BY SPACE
                       INTO WS-ARQ-INTERFACE
                END-STRING
            END-IF
            CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-INTERFACE
                                              WS-DETALHE-ARQUIVO
            IF RETURN-CODE NOT = ZEROS
                MOVE ZEROS TO RETURN-CODE
                GO TO 6100-FIM
            END-IF
            IF WS-ARQ-TAMANHO = ZEROS
                GO TO 6100-FIM
            END-IF
            ADD 1 TO WS-QTD-CHEGARAM
            COMPUTE WS-CAR-ARQ-DATA = WS-ARQ-ANO * 10000
                                    + WS-ARQ-MES * 100
                                    + WS-ARQ-DIA
            COMPUTE WS-CAR-ARQ-HORA = WS-ARQ-HORA * 10000
                                    + WS-ARQ-MINUTO * 100
                                    + WS-ARQ-SEGUNDO

            MOVE INT-JOB TO WS-NOME-LINHA
            MOVE ZEROS TO WS-POS-JOB
            PERFORM VARYING WS-IDX-JOB FROM 1 BY 1
                    UNTIL WS-IDX-JOB > WS-QTD-JOBS
                IF WS-JOB-NOME(WS-IDX-JOB) = WS-NOME-LINHA
                    MOVE WS-IDX-JOB TO WS-POS-JOB
                    MOVE WS-QTD-JOBS TO WS-IDX-JOB
                END-IF
            END-PERFORM
            IF WS-POS-JOB > ZEROS
                IF WS-JOB-ULT-OK(WS-POS-JOB) NOT = SPACES
                   AND WS-JOB-ULT-OK(WS-POS-JOB)(1:15) >=
                       WS-CARIMBO-ARQUIVO
                    GO TO 6100-FIM
                END-IF
            END-IF

            ADD 1 TO WS-QTD-NAO-PROCESSADAS
            MOVE 2 TO WS-LUZ-NOVA
            PERFORM 9000-ACENDE THRU 9000-FIM
            MOVE SPACES TO WS-LINHA-DET
            STRING INT-ARQUIVO DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
                   INT-DESCRICAO DELIMITED BY '  '
                   ') CHEGOU EM ' WS-CARIMBO-ARQUIVO
                   ' - JOB ' DELIMITED BY SIZE
                   INT-JOB DELIMITED BY SPACE
                   ' NAO PROCESSOU DEPOIS' DELIMITED BY SIZE
                   INTO WS-LINHA-DET
            END-STRING
            PERFORM 9100-DETALHE THRU 9100-FIM.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 7000-EMITE-RELATORIO  --  QUADRO DOS SINAIS E O DETALHE DE
      *                             CADA SECAO.
      ******************************************************************
       7000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RPT-DD
                        ' - FILE STATUS: ' WS-RPT-FS
                GO TO 7000-FIM
            END-IF

            MOVE SPACES TO RPT-LINHA
            STRING 'RELATORIO MATINAL DA OPERACAO - EMITIDO EM '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'NOITE A PARTIR DE ' WS-CARIMBO-CORTE
                   '  -  PENDENCIAS ATRASADAS: MAIS DE '
                   WS-DIAS-LIMITE ' DIA(S)'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            COMPUTE WS-IDX-LUZ = WS-LUZ-GERAL + 1
            MOVE SPACES TO RPT-LINHA
            STRING 'SITUACAO GERAL: ' WS-NOME-LUZ(WS-IDX-LUZ)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM VARYING WS-SEC FROM 1 BY 1 UNTIL WS-SEC > 7
                COMPUTE WS-IDX-LUZ = WS-SEC-LUZ(WS-SEC) + 1
                MOVE WS-SEC TO WS-SEC-ED
                MOVE SPACES TO RPT-LINHA
                STRING WS-SEC-ED '. ' WS-SEC-TITULO(WS-SEC)
                       ' [' WS-NOME-LUZ(WS-IDX-LUZ) ']  '
                       WS-SEC-RESUMO(WS-SEC)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                DISPLAY WS-SEC-ED '. ' WS-SEC-TITULO(WS-SEC)
                        ' [' WS-NOME-LUZ(WS-IDX-LUZ) ']'
            END-PERFORM

            PERFORM VARYING WS-SEC FROM 1 BY 1 UNTIL WS-SEC > 7
                PERFORM 7100-DETALHE-SECAO THRU 7100-FIM
            END-PERFORM

            IF WS-DET-DESPREZADOS > ZEROS
                MOVE SPACES TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE SPACES TO RPT-LINHA
                STRING 'LINHAS DE DETALHE NAO LISTADAS (TABELA '
                       'CHEIA): ' WS-DET-DESPREZADOS
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF
            CLOSE RELATORIO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 7100-DETALHE-SECAO  --  CABECALHO E LINHAS DE UMA SECAO.
      ******************************************************************
       7100-DETALHE-SECAO.
            COMPUTE WS-IDX-LUZ = WS-SEC-LUZ(WS-SEC) + 1
            MOVE WS-SEC TO WS-SEC-ED
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING '=== ' WS-SEC-ED '. ' WS-SEC-TITULO(WS-SEC)
                   ' [' WS-NOME-LUZ(WS-IDX-LUZ) ']'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING '    ' WS-SEC-RESUMO(WS-SEC)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE ZEROS TO WS-QTD-DET-SECAO
            PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                    UNTIL WS-IDX-DET > WS-QTD-DET
                IF WS-DET-SECAO(WS-IDX-DET) = WS-SEC
                    ADD 1 TO WS-QTD-DET-SECAO
                    MOVE SPACES TO RPT-LINHA
                    STRING '    ' WS-DET-TEXTO(WS-IDX-DET)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM
            IF WS-QTD-DET-SECAO = ZEROS
                MOVE '    NADA A APONTAR.' TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
       7100-FIM.
            EXIT.

      ******************************************************************
      * 8000-ENVIA-EMAIL  --  AVISO PARA A LISTA DA OPERACAO PELA
      *                         GRAVAEMAIL (REFERENCIA = RELATORIO
      *                         MATINAL + DATA, PARA O DISPARADOR ANEXAR
      *                         O MATINAL.RPT DO DIA).
      ******************************************************************
       8000-ENVIA-EMAIL.
            COMPUTE WS-IDX-LUZ = WS-LUZ-GERAL + 1
            MOVE WS-EMAIL-OPERACOES TO EML-ENDERECO OF WS-EML-PARM
            MOVE SPACES TO EML-ASSUNTO OF WS-EML-PARM
            STRING 'MATINAL DA OPERACAO: ' WS-NOME-LUZ(WS-IDX-LUZ)
                   DELIMITED BY SIZE INTO EML-ASSUNTO OF WS-EML-PARM
            END-STRING
            MOVE SPACES TO EML-REFERENCIA OF WS-EML-PARM
            STRING 'MATINAL ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO EML-REFERENCIA OF WS-EML-PARM
            END-STRING
            MOVE SPACES TO EML-NOME OF WS-EML-PARM
            CALL 'GRAVAEMAIL' USING WS-EML-PARM
            DISPLAY 'AVISO ENFILEIRADO PARA ' WS-EMAIL-OPERACOES.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 9000-ACENDE  --  SOBE O SINAL DA SECAO WS-SEC PARA
      *                    WS-LUZ-NOVA (O SINAL SO PIORA).
      ******************************************************************
       9000-ACENDE.
            IF WS-LUZ-NOVA > WS-SEC-LUZ(WS-SEC)
                MOVE WS-LUZ-NOVA TO WS-SEC-LUZ(WS-SEC)
            END-IF.
       9000-FIM.
            EXIT.

      ******************************************************************
      * 9100-DETALHE  --  GUARDA WS-LINHA-DET COMO DETALHE DA SECAO
      *                     WS-SEC.
      ******************************************************************
       9100-DETALHE.
            IF WS-QTD-DET < 1000
                ADD 1 TO WS-QTD-DET
                MOVE WS-SEC TO WS-DET-SECAO(WS-QTD-DET)
                MOVE WS-LINHA-DET TO WS-DET-TEXTO(WS-QTD-DET)
            ELSE
                ADD 1 TO WS-DET-DESPREZADOS
            END-IF.
       9100-FIM.
            EXIT.

      ******************************************************************
      * 9200-DIAS-DESDE  --  DIAS CORRIDOS DE WS-DATA-CALC ATE HOJE
      *                        (ZERO PARA DATA INVALIDA OU FUTURA).
      ******************************************************************
       9200-DIAS-DESDE.
            MOVE ZEROS TO WS-DIAS-DECORRIDOS
            IF WS-DATA-CALC IS NOT NUMERIC
               OR WS-DATA-CALC < 16010101
               OR WS-DATA-CALC NOT < WS-DATA-HOJE
                GO TO 9200-FIM
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CALC) NOT = ZERO
                GO TO 9200-FIM
            END-IF
            COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-CALC).
       9200-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOMATINAL' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOMATINAL.
