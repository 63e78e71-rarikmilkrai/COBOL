      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO PERIODICO DE SEGREGACAO DE FUNCOES. A FILA
      *         DE APROVACAO JA IMPEDE O SOLICITANTE DE APROVAR O
      *         PROPRIO PEDIDO, MAS OS DEMAIS CONFLITOS QUE A
      *         AUDITORIA COBRA NAO ERAM CONFERIDOS. O PROGRAMA LE AS
      *         FONTES DE OPERACAO, REDUZ CADA REGISTRO A UM EVENTO
      *         (OPERADOR, ACAO, TRANSACAO, DATA) E ORDENA OS EVENTOS
      *         POR OPERADOR E TRANSACAO:
      *           RECIBOS.TXT          BAIXA    (MENSALIDADE)
      *           ESTORNOS_BAIXA.TXT   ESTORNO  (MENSALIDADE)
      *           SESSOES_CAIXA.TXT    CXABRE E CXFECHA (SESSAO)
      *           LOTES_POSTADOS.TXT   LOTEPOST (LOTE DE NOTAS)
      *           AUDITORIA.LOG        CORRNOTA (LOTE, LINHA
      *                                HIST-LOTE DO CORRIGENOTAS) E
      *                                ALTALUNO (TRANS A/E/X - ALUNO)
      *           REGISTRO_DIPLOMA.TXT DIPLOMA  (ALUNO)
      *           APROVACOES.TXT       APRSOLIC E APRDECID (PEDIDO)
      *         CADA GRUPO OPERADOR + TRANSACAO E CONFERIDO CONTRA A
      *         TABELA DE PARES DE ACOES CONFLITANTES (SOD_REGRAS.TXT,
      *         FD_SOD_REGRA; AUSENTE = REGRAS PADRAO R01 A R05) E
      *         CADA VIOLACAO SAI NO SOD.RPT AGRUPADA POR OPERADOR,
      *         COM OS EVENTOS ENVOLVIDOS. DD_SOD_INICIO (AAAAMMDD)
      *         LIMITA O RELATORIO AS VIOLACOES CUJO ULTIMO EVENTO E
      *         DA DATA EM DIANTE, PARA O CICLO NAO REPETIR AS JA
      *         TRATADAS. EVENTO SEM OPERADOR (REGISTRO ANTIGO) E
      *         DESPREZADO. RC 4 QUANDO HA VIOLACAO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOSOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-REGRAS ASSIGN TO DYNAMIC WS-REG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-FS.

           SELECT RECIBOS ASSIGN TO DYNAMIC WS-REC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-FS.

           SELECT ESTORNOS-BAIXA ASSIGN TO DYNAMIC WS-EST-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EST-FS.

           SELECT SESSOES-CAIXA ASSIGN TO DYNAMIC WS-CXS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CXS-FS.

           SELECT LOTES-POSTADOS ASSIGN TO DYNAMIC WS-LP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LP-FS.

           SELECT AUDITORIA-LOG ASSIGN TO DYNAMIC WS-AUD-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUD-FS.

           SELECT REGISTRO-DIPLOMA ASSIGN TO DYNAMIC WS-DIP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIP-FS.

           SELECT APROVACOES ASSIGN TO DYNAMIC WS-APR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APR-FS.

           SELECT SOD-ORDENACAO ASSIGN TO DYNAMIC WS-WORK-DD.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SOD-REGRAS.
          COPY FD_SOD_REGRA.

       FD RECIBOS.
          COPY FD_RECIBO.

       FD ESTORNOS-BAIXA.
          COPY FD_ESTORNO_BAIXA.

       FD SESSOES-CAIXA.
          COPY FD_SESSAO_CAIXA.

       FD LOTES-POSTADOS.
          COPY FD_LOTE_POSTADO.

       FD AUDITORIA-LOG.
       01 AUD-LINHA                         PIC X(132).

       FD REGISTRO-DIPLOMA.
          COPY FD_REGISTRO_DIPLOMA.

       FD APROVACOES.
          COPY FD_APROVACAO.

       SD SOD-ORDENACAO.
       01 REG-ORDENACAO.
          03 ORD-OPERADOR                   PIC X(20).
          03 ORD-CHAVE                      PIC X(16).
          03 ORD-DATA                       PIC 9(08).
          03 ORD-HORA                       PIC 9(06).
          03 ORD-ACAO                       PIC X(08).
          03 ORD-ORIGEM                     PIC X(16).
          03 ORD-REFERENCIA                 PIC X(40).

       FD RELATORIO.
       01 RPT-LINHA                         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REG-DD                PIC X(100) VALUE SPACES.
       01 WS-REC-DD                PIC X(100) VALUE SPACES.
       01 WS-EST-DD                PIC X(100) VALUE SPACES.
       01 WS-CXS-DD                PIC X(100) VALUE SPACES.
       01 WS-LP-DD                 PIC X(100) VALUE SPACES.
       01 WS-AUD-DD                PIC X(100) VALUE SPACES.
       01 WS-DIP-DD                PIC X(100) VALUE SPACES.
       01 WS-APR-DD                PIC X(100) VALUE SPACES.
       01 WS-WORK-DD               PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-REG-FS                PIC XX VALUE SPACES.
          88 REG-FS-OK             VALUE '00'.
       77 WS-REC-FS                PIC XX VALUE SPACES.
          88 REC-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CXS-FS                PIC XX VALUE SPACES.
          88 CXS-FS-OK             VALUE '00'.
       77 WS-LP-FS                 PIC XX VALUE SPACES.
          88 LP-FS-OK              VALUE '00'.
       77 WS-AUD-FS                PIC XX VALUE SPACES.
          88 AUD-FS-OK             VALUE '00'.
       77 WS-DIP-FS                PIC XX VALUE SPACES.
          88 DIP-FS-OK             VALUE '00'.
       77 WS-APR-FS                PIC XX VALUE SPACES.
          88 APR-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.
       77 WS-ORD-EOF               PIC X VALUE 'N'.
          88 ORD-FIM               VALUE 'F'.
       77 WS-SORT-RETURN           PIC 9(04) VALUE ZERO.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-TXT            PIC X(08) VALUE SPACES.
       77 WS-DT-INICIO             PIC 9(08) VALUE ZEROS.

      * PARES DE ACOES CONFLITANTES, DO SOD_REGRAS.TXT OU PADRAO.
       77 WS-MAX-REGRA             PIC 9(02) COMP VALUE 20.
       77 WS-QTD-REGRA             PIC 9(02) COMP VALUE ZEROS.
       01 WS-TAB-REGRA.
          03 WS-REG-ENT OCCURS 20 TIMES.
             05 WS-REG-CODIGO      PIC X(04).
             05 WS-REG-ACAO-1      PIC X(08).
             05 WS-REG-ACAO-2      PIC X(08).
             05 WS-REG-DESCRICAO   PIC X(50).
             05 WS-REG-VIOLACOES   PIC 9(05).
       77 WS-IDX-REGRA             PIC 9(02) COMP VALUE ZEROS.
       77 WS-REGRA-PADRAO          PIC 9 VALUE 0.
          88 REGRAS-PADRAO         VALUE 1.
       77 WS-BUSCA-ACAO            PIC X(08) VALUE SPACES.
       77 WS-ACAO-VALIDA           PIC 9 VALUE 0.
          88 ACAO-VALIDA           VALUE 1.
       77 WS-ACAO-EM-USO           PIC 9 VALUE 0.
          88 ACAO-EM-USO           VALUE 1.

      * FONTES LIDAS: NOME NO RELATORIO, SITUACAO (L LIDA / A
      * AUSENTE), REGISTROS LIDOS E EVENTOS LIBERADOS AO SORT.
       01 WS-TAB-FONTE.
          03 WS-FON-ENT OCCURS 7 TIMES.
             05 WS-FON-NOME        PIC X(16).
             05 WS-FON-SITUACAO    PIC X(01).
             05 WS-FON-LIDOS       PIC 9(07).
             05 WS-FON-EVENTOS     PIC 9(07).
       77 WS-FONTE                 PIC 9(01) COMP VALUE ZEROS.
       77 WS-IDX-FONTE             PIC 9(01) COMP VALUE ZEROS.

      * EVENTO MONTADO PELA FONTE ANTES DO RELEASE.
       77 WS-EVT-OPERADOR          PIC X(20) VALUE SPACES.
       77 WS-EVT-ACAO              PIC X(08) VALUE SPACES.
       77 WS-EVT-CHAVE             PIC X(16) VALUE SPACES.
       77 WS-EVT-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-EVT-HORA              PIC 9(06) VALUE ZEROS.
       77 WS-EVT-REFERENCIA        PIC X(40) VALUE SPACES.

      * LINHA DE AUDITORIA DESMONTADA (MARCADORES DO GRAVAAUDITORIA).
       77 WS-LINHA-OPERADOR        PIC X(20) VALUE SPACES.
       77 WS-LINHA-TRANS           PIC X(01) VALUE SPACE.
       77 WS-LINHA-CAMPO           PIC X(15) VALUE SPACES.
       77 WS-LINHA-DE              PIC X(20) VALUE SPACES.
       77 WS-LINHA-PARA            PIC X(20) VALUE SPACES.
       77 WS-LINHA-CD-NUM          PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(10) VALUE SPACES.
       77 WS-LIXO                  PIC X(132) VALUE SPACES.
       77 WS-RESTO-1               PIC X(132) VALUE SPACES.
       77 WS-RESTO-2               PIC X(132) VALUE SPACES.
       77 WS-RESTO-3               PIC X(132) VALUE SPACES.
       77 WS-RESTO-4               PIC X(132) VALUE SPACES.
       77 WS-RESTO-5               PIC X(132) VALUE SPACES.

      * GRUPO CORRENTE DA QUEBRA OPERADOR + TRANSACAO. EVENTOS ALEM
      * DO LIMITE SAO SO CONTADOS.
       77 WS-GRP-OPERADOR          PIC X(20) VALUE SPACES.
       77 WS-GRP-CHAVE             PIC X(16) VALUE SPACES.
       77 WS-GRP-QTD               PIC 9(02) COMP VALUE ZEROS.
       77 WS-GRP-EXCEDENTE         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-GRUPO.
          03 WS-GEV-ENT OCCURS 50 TIMES.
             05 WS-GEV-DATA        PIC 9(08).
             05 WS-GEV-HORA        PIC 9(06).
             05 WS-GEV-ACAO        PIC X(08).
             05 WS-GEV-ORIGEM      PIC X(16).
             05 WS-GEV-REFERENCIA  PIC X(40).
       77 WS-IDX-GEV               PIC 9(02) COMP VALUE ZEROS.
       77 WS-QTD-ACAO-1            PIC 9(02) COMP VALUE ZEROS.
       77 WS-QTD-ACAO-2            PIC 9(02) COMP VALUE ZEROS.
       77 WS-DT-ULTIMA             PIC 9(08) VALUE ZEROS.
       77 WS-DESCR-CHAVE           PIC X(40) VALUE SPACES.
       77 WS-DATA-ED               PIC X(10) VALUE SPACES.
       77 WS-HORA-ED               PIC X(08) VALUE SPACES.

      * VIOLACOES POR OPERADOR, PARA O RESUMO.
       77 WS-OPE-VIOLACOES         PIC 9(05) VALUE ZEROS.
       77 WS-MAX-OPE               PIC 9(03) COMP VALUE 200.
       77 WS-QTD-OPE               PIC 9(03) COMP VALUE ZEROS.
       01 WS-TAB-OPERADOR.
          03 WS-OPE-ENT OCCURS 200 TIMES.
             05 WS-OPE-NOME        PIC X(20).
             05 WS-OPE-QTD         PIC 9(05).
       77 WS-IDX-OPE               PIC 9(03) COMP VALUE ZEROS.
       77 WS-OPE-FORA-RESUMO       PIC 9(05) VALUE ZEROS.

       77 WS-TOT-EVENTOS           PIC 9(07) VALUE ZEROS.
       77 WS-TOT-GRUPOS            PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VIOLACOES         PIC 9(07) VALUE ZEROS.
       77 WS-TOT-ANTERIORES        PIC 9(07) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOSOD - SEGREGACAO DE FUNCOES        *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            PERFORM 0600-CARREGA-REGRAS THRU 0600-FIM
            PERFORM 0800-DEFINE-FONTES THRU 0800-FIM

            OPEN OUTPUT RELATORIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RPT-DD
                        ' - FILE STATUS: ' WS-RPT-FS
                MOVE 'RELATORIOSOD' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                STRING WS-RPT-DD
                       ' - FILE STATUS: ' WS-RPT-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 3000-CABECALHO THRU 3000-FIM

            SORT SOD-ORDENACAO
                 ON ASCENDING KEY ORD-OPERADOR ORD-CHAVE
                                  ORD-DATA ORD-HORA
                 INPUT PROCEDURE IS 2000-LIBERA-EVENTOS
                                THRU 2000-FIM
                 OUTPUT PROCEDURE IS 4000-APURA-VIOLACOES
                                THRU 4000-FIM

            MOVE SORT-RETURN TO WS-SORT-RETURN
            IF WS-SORT-RETURN NOT = ZERO
                DISPLAY 'ERRO NA ORDENACAO DOS EVENTOS - SORT-RETURN: '
                        WS-SORT-RETURN
                MOVE 'RELATORIOSOD' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'SRT001' TO LOG-CODIGO OF WS-LOG-PARM
                STRING 'EVENTOS DE SOD - SORT-RETURN: '
                       WS-SORT-RETURN
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE RELATORIO
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 5000-EMITE-RESUMO THRU 5000-FIM
            CLOSE RELATORIO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'EVENTOS CONFERIDOS.......: ' WS-TOT-EVENTOS
            DISPLAY 'VIOLACOES................: ' WS-TOT-VIOLACOES
            IF WS-TOT-VIOLACOES > ZEROS
                DISPLAY 'VER VIOLACOES EM ' WS-RPT-DD
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS E DATA INICIAL DO
      *                      CICLO (DD_SOD_INICIO, BRANCO = TUDO).
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-REG-DD FROM ENVIRONMENT 'DD_SOD_REGRAS'
            IF WS-REG-DD = SPACES
                MOVE 'SOD_REGRAS.TXT' TO WS-REG-DD
            END-IF
            ACCEPT WS-REC-DD FROM ENVIRONMENT 'DD_RECIBOS'
            IF WS-REC-DD = SPACES
                MOVE 'RECIBOS.TXT' TO WS-REC-DD
            END-IF
            ACCEPT WS-EST-DD FROM ENVIRONMENT 'DD_ESTORNOS_BAIXA'
            IF WS-EST-DD = SPACES
                MOVE 'ESTORNOS_BAIXA.TXT' TO WS-EST-DD
            END-IF
            ACCEPT WS-CXS-DD FROM ENVIRONMENT 'DD_SESSOES_CAIXA'
            IF WS-CXS-DD = SPACES
                MOVE 'SESSOES_CAIXA.TXT' TO WS-CXS-DD
            END-IF
            ACCEPT WS-LP-DD FROM ENVIRONMENT 'DD_LOTES_POSTADOS'
            IF WS-LP-DD = SPACES
                MOVE 'LOTES_POSTADOS.TXT' TO WS-LP-DD
            END-IF
            ACCEPT WS-AUD-DD FROM ENVIRONMENT 'DD_AUDITORIA_LOG'
            IF WS-AUD-DD = SPACES
                MOVE 'AUDITORIA.LOG' TO WS-AUD-DD
            END-IF
            ACCEPT WS-DIP-DD FROM ENVIRONMENT 'DD_REGISTRO_DIPLOMA'
            IF WS-DIP-DD = SPACES
                MOVE 'REGISTRO_DIPLOMA.TXT' TO WS-DIP-DD
            END-IF
            ACCEPT WS-APR-DD FROM ENVIRONMENT 'DD_APROVACOES'
            IF WS-APR-DD = SPACES
                MOVE 'APROVACOES.TXT' TO WS-APR-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_SOD'
            IF WS-RPT-DD = SPACES
                MOVE 'SOD.RPT' TO WS-RPT-DD
            END-IF
            MOVE 'SODSORTWORK.TMP' TO WS-WORK-DD

            ACCEPT WS-INICIO-TXT FROM ENVIRONMENT 'DD_SOD_INICIO'
            IF WS-INICIO-TXT NOT = SPACES
                IF WS-INICIO-TXT IS NUMERIC
                    MOVE WS-INICIO-TXT TO WS-DT-INICIO
                    DISPLAY 'VIOLACOES COM ULTIMO EVENTO A PARTIR DE '
                            WS-DT-INICIO
                ELSE
                    DISPLAY 'DD_SOD_INICIO INVALIDA (' WS-INICIO-TXT
                            ') - CONSIDERADO TODO O PERIODO.'
                END-IF
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 0600-CARREGA-REGRAS  --  LE O SOD_REGRAS.TXT. REGRA COM ACAO
      *                          DESCONHECIDA E DESPREZADA COM AVISO.
      *                          ARQUIVO AUSENTE OU SEM REGRA VALIDA
      *                          ASSUME AS REGRAS PADRAO.
      ******************************************************************
       0600-CARREGA-REGRAS.
            MOVE ZEROS TO WS-QTD-REGRA
            OPEN INPUT SOD-REGRAS
            IF NOT REG-FS-OK
                DISPLAY 'TABELA DE REGRAS AUSENTE (' WS-REG-DD
                        ') - ASSUMIDAS AS REGRAS PADRAO.'
                PERFORM 0700-REGRAS-PADRAO THRU 0700-FIM
                GO TO 0600-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ SOD-REGRAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 0650-VALIDA-REGRA THRU 0650-FIM
                END-READ
            END-PERFORM
            CLOSE SOD-REGRAS
            IF WS-QTD-REGRA = ZEROS
                DISPLAY 'NENHUMA REGRA VALIDA EM ' WS-REG-DD
                        ' - ASSUMIDAS AS REGRAS PADRAO.'
                PERFORM 0700-REGRAS-PADRAO THRU 0700-FIM
            END-IF.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 0650-VALIDA-REGRA  --  CONFERE AS DUAS ACOES DA LINHA LIDA E
      *                        A ACRESCENTA A TABELA.
      ******************************************************************
       0650-VALIDA-REGRA.
            IF SOD-REGRA = SPACES OR SOD-REGRA(1:1) = '*'
                GO TO 0650-FIM
            END-IF
            MOVE SOD-ACAO-1 TO WS-BUSCA-ACAO
            PERFORM 8400-VALIDA-ACAO THRU 8400-FIM
            IF ACAO-VALIDA
                MOVE SOD-ACAO-2 TO WS-BUSCA-ACAO
                PERFORM 8400-VALIDA-ACAO THRU 8400-FIM
            END-IF
            IF NOT ACAO-VALIDA
                DISPLAY 'REGRA ' SOD-REGRA ' DESPREZADA - ACAO '
                        WS-BUSCA-ACAO ' DESCONHECIDA.'
                GO TO 0650-FIM
            END-IF
            IF WS-QTD-REGRA >= WS-MAX-REGRA
                DISPLAY 'REGRA ' SOD-REGRA ' DESPREZADA - LIMITE DE '
                        '20 REGRAS.'
                GO TO 0650-FIM
            END-IF
            ADD 1 TO WS-QTD-REGRA
            MOVE SOD-REGRA TO WS-REG-CODIGO(WS-QTD-REGRA)
            MOVE SOD-ACAO-1 TO WS-REG-ACAO-1(WS-QTD-REGRA)
            MOVE SOD-ACAO-2 TO WS-REG-ACAO-2(WS-QTD-REGRA)
            MOVE SOD-DESCRICAO TO WS-REG-DESCRICAO(WS-QTD-REGRA)
            MOVE ZEROS TO WS-REG-VIOLACOES(WS-QTD-REGRA).
       0650-FIM.
            EXIT.

      ******************************************************************
      * 0700-REGRAS-PADRAO  --  CONFLITOS COBRADOS PELA AUDITORIA
      *                         QUANDO NAO HA TABELA PROPRIA.
      ******************************************************************
       0700-REGRAS-PADRAO.
            MOVE 1 TO WS-REGRA-PADRAO
            MOVE 'R01' TO WS-REG-CODIGO(1)
            MOVE 'BAIXA' TO WS-REG-ACAO-1(1)
            MOVE 'ESTORNO' TO WS-REG-ACAO-2(1)
            MOVE 'BAIXA E ESTORNO DA MESMA MENSALIDADE'
                 TO WS-REG-DESCRICAO(1)
            MOVE 'R02' TO WS-REG-CODIGO(2)
            MOVE 'CXABRE' TO WS-REG-ACAO-1(2)
            MOVE 'CXFECHA' TO WS-REG-ACAO-2(2)
            MOVE 'ABRIU E FECHOU A PROPRIA SESSAO DE CAIXA'
                 TO WS-REG-DESCRICAO(2)
            MOVE 'R03' TO WS-REG-CODIGO(3)
            MOVE 'LOTEPOST' TO WS-REG-ACAO-1(3)
            MOVE 'CORRNOTA' TO WS-REG-ACAO-2(3)
            MOVE 'CORRIGIU NOTA DE LOTE QUE ELE MESMO POSTOU'
                 TO WS-REG-DESCRICAO(3)
            MOVE 'R04' TO WS-REG-CODIGO(4)
            MOVE 'ALTALUNO' TO WS-REG-ACAO-1(4)
            MOVE 'DIPLOMA' TO WS-REG-ACAO-2(4)
            MOVE 'ALTEROU O CADASTRO E EMITIU O DIPLOMA DO ALUNO'
                 TO WS-REG-DESCRICAO(4)
            MOVE 'R05' TO WS-REG-CODIGO(5)
            MOVE 'APRSOLIC' TO WS-REG-ACAO-1(5)
            MOVE 'APRDECID' TO WS-REG-ACAO-2(5)
            MOVE 'SOLICITOU E DECIDIU O MESMO PEDIDO DE APROVACAO'
                 TO WS-REG-DESCRICAO(5)
            MOVE 5 TO WS-QTD-REGRA
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE ZEROS TO WS-REG-VIOLACOES(WS-IDX-REGRA)
            END-PERFORM.
       0700-FIM.
            EXIT.

      ******************************************************************
      * 0800-DEFINE-FONTES  --  NOME DE CADA FONTE NO RELATORIO, NA
      *                         ORDEM DE LEITURA.
      ******************************************************************
       0800-DEFINE-FONTES.
            MOVE 'RECIBOS' TO WS-FON-NOME(1)
            MOVE 'ESTORNOS_BAIXA' TO WS-FON-NOME(2)
            MOVE 'SESSOES_CAIXA' TO WS-FON-NOME(3)
            MOVE 'LOTES_POSTADOS' TO WS-FON-NOME(4)
            MOVE 'AUDITORIA' TO WS-FON-NOME(5)
            MOVE 'REGISTRO_DIPLOMA' TO WS-FON-NOME(6)
            MOVE 'APROVACOES' TO WS-FON-NOME(7)
            PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                    UNTIL WS-IDX-FONTE > 7
                MOVE 'A' TO WS-FON-SITUACAO(WS-IDX-FONTE)
                MOVE ZEROS TO WS-FON-LIDOS(WS-IDX-FONTE)
                MOVE ZEROS TO WS-FON-EVENTOS(WS-IDX-FONTE)
            END-PERFORM.
       0800-FIM.
            EXIT.

      ******************************************************************
      * 2000-LIBERA-EVENTOS  --  PROCEDIMENTO DE ENTRADA DO SORT: LE
      *                          CADA FONTE E LIBERA SEUS EVENTOS.
      *                          FONTE AUSENTE SO FICA APONTADA NO
      *                          RESUMO.
      ******************************************************************
       2000-LIBERA-EVENTOS.
            PERFORM 2100-LE-RECIBOS THRU 2100-FIM
            PERFORM 2200-LE-ESTORNOS THRU 2200-FIM
            PERFORM 2300-LE-SESSOES THRU 2300-FIM
            PERFORM 2400-LE-LOTES THRU 2400-FIM
            PERFORM 2500-LE-AUDITORIA THRU 2500-FIM
            PERFORM 2600-LE-DIPLOMAS THRU 2600-FIM
            PERFORM 2700-LE-APROVACOES THRU 2700-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-LE-RECIBOS  --  CADA RECIBO E UMA BAIXA DA MENSALIDADE
      *                      (ALUNO + COMPETENCIA) PELO OPERADOR.
      ******************************************************************
       2100-LE-RECIBOS.
            MOVE 1 TO WS-FONTE
            OPEN INPUT RECIBOS
            IF NOT REC-FS-OK
                GO TO 2100-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ RECIBOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        MOVE REC-OPERADOR TO WS-EVT-OPERADOR
                        MOVE 'BAIXA' TO WS-EVT-ACAO
                        MOVE SPACES TO WS-EVT-CHAVE
                        STRING 'M' REC-CD-STUDENT REC-COMPETENCIA
                               DELIMITED BY SIZE INTO WS-EVT-CHAVE
                        END-STRING
                        MOVE REC-DT-PAGAMENTO TO WS-EVT-DATA
                        MOVE ZEROS TO WS-EVT-HORA
                        MOVE SPACES TO WS-EVT-REFERENCIA
                        STRING 'RECIBO ' REC-NUMERO
                               ' SESSAO ' REC-SESSAO-ID
                               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
                        END-STRING
                        PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM
                END-READ
            END-PERFORM
            CLOSE RECIBOS.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-LE-ESTORNOS  --  ESTORNO DA BAIXA, PELO SUPERVISOR QUE O
      *                       AUTORIZOU (EST-OPERADOR).
      ******************************************************************
       2200-LE-ESTORNOS.
            MOVE 2 TO WS-FONTE
            OPEN INPUT ESTORNOS-BAIXA
            IF NOT EST-FS-OK
                GO TO 2200-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ESTORNOS-BAIXA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        MOVE EST-OPERADOR TO WS-EVT-OPERADOR
                        MOVE 'ESTORNO' TO WS-EVT-ACAO
                        MOVE SPACES TO WS-EVT-CHAVE
                        STRING 'M' EST-CD-STUDENT EST-COMPETENCIA
                               DELIMITED BY SIZE INTO WS-EVT-CHAVE
                        END-STRING
                        MOVE EST-DT-ESTORNO TO WS-EVT-DATA
                        MOVE ZEROS TO WS-EVT-HORA
                        MOVE SPACES TO WS-EVT-REFERENCIA
                        STRING 'MOTIVO ' EST-MOTIVO
                               ' PAGO EM ' EST-DT-PGTO-ORIG
                               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
                        END-STRING
                        PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM
                END-READ
            END-PERFORM
            CLOSE ESTORNOS-BAIXA.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-LE-SESSOES  --  ABERTURA DA SESSAO PELO OPERADOR DO
      *                      CAIXA E FECHAMENTO PELO SUPERVISOR.
      ******************************************************************
       2300-LE-SESSOES.
            MOVE 3 TO WS-FONTE
            OPEN INPUT SESSOES-CAIXA
            IF NOT CXS-FS-OK
                GO TO 2300-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ SESSOES-CAIXA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        PERFORM 2350-EVENTOS-SESSAO THRU 2350-FIM
                END-READ
            END-PERFORM
            CLOSE SESSOES-CAIXA.
       2300-FIM.
            EXIT.

       2350-EVENTOS-SESSAO.
            MOVE SPACES TO WS-EVT-CHAVE
            STRING 'S' CXS-ID DELIMITED BY SIZE INTO WS-EVT-CHAVE
            END-STRING
            MOVE ZEROS TO WS-EVT-HORA
            MOVE SPACES TO WS-EVT-REFERENCIA
            STRING 'SESSAO ' CXS-ID ' UNIDADE ' CXS-UNIDADE
                   DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
            END-STRING

            MOVE CXS-OPERADOR TO WS-EVT-OPERADOR
            MOVE 'CXABRE' TO WS-EVT-ACAO
            MOVE CXS-DT-ABERTURA TO WS-EVT-DATA
            PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM

            IF CXS-FECHADA
                MOVE CXS-SUPERVISOR TO WS-EVT-OPERADOR
                MOVE 'CXFECHA' TO WS-EVT-ACAO
                MOVE CXS-DT-FECHAMENTO TO WS-EVT-DATA
                PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM
            END-IF.
       2350-FIM.
            EXIT.

      ******************************************************************
      * 2400-LE-LOTES  --  POSTAGEM DE CADA LOTE DE NOTAS. LOTE
      *                    POSTADO ANTES DO CONTROLE GUARDAR O
      *                    OPERADOR VEM SEM ELE E E DESPREZADO.
      ******************************************************************
       2400-LE-LOTES.
            MOVE 4 TO WS-FONTE
            OPEN INPUT LOTES-POSTADOS
            IF NOT LP-FS-OK
                GO TO 2400-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ LOTES-POSTADOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        MOVE LP-OPERADOR TO WS-EVT-OPERADOR
                        MOVE 'LOTEPOST' TO WS-EVT-ACAO
                        MOVE SPACES TO WS-EVT-CHAVE
                        STRING 'L' LP-LOTE-ID
                               DELIMITED BY SIZE INTO WS-EVT-CHAVE
                        END-STRING
                        MOVE LP-DT-POSTAGEM TO WS-EVT-DATA
                        MOVE LP-HR-POSTAGEM TO WS-EVT-HORA
                        MOVE SPACES TO WS-EVT-REFERENCIA
                        STRING 'LOTE ' LP-LOTE-ID
                               ' LANCAMENTOS ' LP-QTD-PROCESSADA
                               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
                        END-STRING
                        PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM
                END-READ
            END-PERFORM
            CLOSE LOTES-POSTADOS.
       2400-FIM.
            EXIT.

      ******************************************************************
      * 2500-LE-AUDITORIA  --  DA TRILHA DE AUDITORIA SAEM A CORRECAO
      *                        DE NOTA (LINHA HIST-LOTE DO
      *                        CORRIGENOTAS, COM O LOTE DO LANCAMENTO
      *                        EM PARA) E A ALTERACAO CADASTRAL DO
      *                        ALUNO (TRANS A, E OU X).
      ******************************************************************
       2500-LE-AUDITORIA.
            MOVE 5 TO WS-FONTE
            OPEN INPUT AUDITORIA-LOG
            IF NOT AUD-FS-OK
                GO TO 2500-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ AUDITORIA-LOG
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        PERFORM 2550-EVENTO-AUDITORIA THRU 2550-FIM
                END-READ
            END-PERFORM
            CLOSE AUDITORIA-LOG.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 2550-EVENTO-AUDITORIA  --  DESMONTA A LINHA PELOS MARCADORES
      *                            FIXOS DO GRAVAAUDITORIA (COMO O
      *                            CONSULTAAUDITORIA) E LIBERA O
      *                            EVENTO QUANDO A LINHA INTERESSA.
      ******************************************************************
       2550-EVENTO-AUDITORIA.
            IF AUD-LINHA(1:8) IS NOT NUMERIC
                GO TO 2550-FIM
            END-IF
            MOVE SPACES TO WS-LIXO WS-RESTO-1 WS-RESTO-2 WS-RESTO-3
                           WS-RESTO-4 WS-RESTO-5
                           WS-LINHA-OPERADOR WS-LINHA-TRANS
                           WS-LINHA-CAMPO WS-LINHA-DE WS-LINHA-PARA
                           WS-CD-TEXTO
            MOVE ZEROS TO WS-LINHA-CD-NUM

            UNSTRING AUD-LINHA DELIMITED BY ' OPERADOR='
                INTO WS-LIXO WS-RESTO-1
            END-UNSTRING
            UNSTRING WS-RESTO-1 DELIMITED BY ' TRANS='
                INTO WS-LINHA-OPERADOR WS-RESTO-2
            END-UNSTRING
            UNSTRING WS-RESTO-2 DELIMITED BY ' CD-STUDENT='
                INTO WS-LINHA-TRANS WS-RESTO-3
            END-UNSTRING
            UNSTRING WS-RESTO-3 DELIMITED BY ' CAMPO='
                INTO WS-CD-TEXTO WS-RESTO-4
            END-UNSTRING
            UNSTRING WS-RESTO-4 DELIMITED BY ' DE=['
                INTO WS-LINHA-CAMPO WS-RESTO-5
            END-UNSTRING
            UNSTRING WS-RESTO-5 DELIMITED BY '] PARA=['
                INTO WS-LINHA-DE WS-RESTO-1
            END-UNSTRING
            UNSTRING WS-RESTO-1 DELIMITED BY ']'
                INTO WS-LINHA-PARA
            END-UNSTRING

            IF WS-CD-TEXTO(1:1) >= '0' AND WS-CD-TEXTO(1:1) <= '9'
                COMPUTE WS-LINHA-CD-NUM =
                        FUNCTION NUMVAL(WS-CD-TEXTO)
            END-IF

            MOVE WS-LINHA-OPERADOR TO WS-EVT-OPERADOR
            MOVE AUD-LINHA(1:8) TO WS-EVT-DATA
            IF AUD-LINHA(10:6) IS NUMERIC
                MOVE AUD-LINHA(10:6) TO WS-EVT-HORA
            ELSE
                MOVE ZEROS TO WS-EVT-HORA
            END-IF
            MOVE SPACES TO WS-EVT-CHAVE WS-EVT-REFERENCIA

            EVALUATE TRUE
                WHEN WS-LINHA-TRANS = 'N'
                 AND WS-LINHA-CAMPO = 'HIST-LOTE'
                    IF WS-LINHA-PARA = SPACES
                        GO TO 2550-FIM
                    END-IF
                    MOVE 'CORRNOTA' TO WS-EVT-ACAO
                    STRING 'L' WS-LINHA-PARA(1:8)
                           DELIMITED BY SIZE INTO WS-EVT-CHAVE
                    END-STRING
                    STRING 'ALUNO ' WS-LINHA-CD-NUM
                           ' TURMA ' WS-LINHA-DE(1:8)
                           DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
                    END-STRING
                WHEN WS-LINHA-TRANS = 'A' OR 'E' OR 'X'
                    IF WS-LINHA-CD-NUM = ZEROS
                        GO TO 2550-FIM
                    END-IF
                    MOVE 'ALTALUNO' TO WS-EVT-ACAO
                    STRING 'A' WS-LINHA-CD-NUM
                           DELIMITED BY SIZE INTO WS-EVT-CHAVE
                    END-STRING
                    STRING 'TRANS ' WS-LINHA-TRANS
                           ' CAMPO ' WS-LINHA-CAMPO
                           DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
                    END-STRING
                WHEN OTHER
                    GO TO 2550-FIM
            END-EVALUATE

            PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM.
       2550-FIM.
            EXIT.

      ******************************************************************
      * 2600-LE-DIPLOMAS  --  EMISSAO DE DIPLOMA (ORIGINAL OU 2A VIA)
      *                       DO ALUNO.
      ******************************************************************
       2600-LE-DIPLOMAS.
            MOVE 6 TO WS-FONTE
            OPEN INPUT REGISTRO-DIPLOMA
            IF NOT DIP-FS-OK
                GO TO 2600-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ REGISTRO-DIPLOMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        MOVE DIP-OPERADOR TO WS-EVT-OPERADOR
                        MOVE 'DIPLOMA' TO WS-EVT-ACAO
                        MOVE SPACES TO WS-EVT-CHAVE
                        STRING 'A' DIP-CD-STUDENT
                               DELIMITED BY SIZE INTO WS-EVT-CHAVE
                        END-STRING
                        MOVE DIP-DT-EMISSAO TO WS-EVT-DATA
                        MOVE ZEROS TO WS-EVT-HORA
                        MOVE SPACES TO WS-EVT-REFERENCIA
                        STRING 'REGISTRO ' DIP-NUMERO-REGISTRO
                               ' VIA ' DIP-TIPO
                               DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
                        END-STRING
                        PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM
                END-READ
            END-PERFORM
            CLOSE REGISTRO-DIPLOMA.
       2600-FIM.
            EXIT.

      ******************************************************************
      * 2700-LE-APROVACOES  --  SOLICITACAO E DECISAO DE CADA PEDIDO
      *                         DA FILA DE APROVACAO (PEDIDO PENDENTE
      *                         AINDA NAO TEM DECISAO).
      ******************************************************************
       2700-LE-APROVACOES.
            MOVE 7 TO WS-FONTE
            OPEN INPUT APROVACOES
            IF NOT APR-FS-OK
                GO TO 2700-FIM
            END-IF
            MOVE 'L' TO WS-FON-SITUACAO(WS-FONTE)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ APROVACOES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-FON-LIDOS(WS-FONTE)
                        PERFORM 2750-EVENTOS-APROVACAO THRU 2750-FIM
                END-READ
            END-PERFORM
            CLOSE APROVACOES.
       2700-FIM.
            EXIT.

       2750-EVENTOS-APROVACAO.
            MOVE SPACES TO WS-EVT-CHAVE
            STRING 'P' APR-ID DELIMITED BY SIZE INTO WS-EVT-CHAVE
            END-STRING
            MOVE ZEROS TO WS-EVT-HORA
            MOVE SPACES TO WS-EVT-REFERENCIA
            STRING 'PEDIDO ' APR-TIPO ' ALUNO ' APR-CD-STUDENT
                   ' SITUACAO ' APR-SITUACAO
                   DELIMITED BY SIZE INTO WS-EVT-REFERENCIA
            END-STRING

            MOVE APR-SOLICITANTE TO WS-EVT-OPERADOR
            MOVE 'APRSOLIC' TO WS-EVT-ACAO
            MOVE APR-DT-SOLICITACAO TO WS-EVT-DATA
            PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM

            IF NOT APR-PENDENTE
                MOVE APR-APROVADOR TO WS-EVT-OPERADOR
                MOVE 'APRDECID' TO WS-EVT-ACAO
                MOVE APR-DT-DECISAO TO WS-EVT-DATA
                PERFORM 8000-LIBERA-EVENTO THRU 8000-FIM
            END-IF.
       2750-FIM.
            EXIT.

      ******************************************************************
      * 3000-CABECALHO  --  TITULO, PARAMETROS E REGRAS EM VIGOR.
      ******************************************************************
       3000-CABECALHO.
            MOVE 'SEGREGACAO DE FUNCOES - VIOLACOES POR OPERADOR'
                 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'APURADO EM ' WS-DATA-HOJE ' AS '
                   WS-HORA-AGORA(1:6)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            IF WS-DT-INICIO > ZEROS
                STRING 'VIOLACOES COM ULTIMO EVENTO A PARTIR DE '
                       WS-DT-INICIO
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                MOVE 'VIOLACOES DE TODO O PERIODO DAS FONTES'
                     TO RPT-LINHA
            END-IF
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            IF REGRAS-PADRAO
                MOVE 'REGRAS EM VIGOR (PADRAO):' TO RPT-LINHA
            ELSE
                STRING 'REGRAS EM VIGOR (' DELIMITED BY SIZE
                       WS-REG-DD DELIMITED BY SPACE
                       '):' DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE SPACES TO RPT-LINHA
                STRING '  ' WS-REG-CODIGO(WS-IDX-REGRA) ' '
                       WS-REG-ACAO-1(WS-IDX-REGRA) ' X '
                       WS-REG-ACAO-2(WS-IDX-REGRA) '  '
                       WS-REG-DESCRICAO(WS-IDX-REGRA)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-APURA-VIOLACOES  --  PROCEDIMENTO DE SAIDA DO SORT:
      *                           QUEBRA POR OPERADOR + TRANSACAO E
      *                           CONFERE CADA GRUPO CONTRA AS REGRAS.
      ******************************************************************
       4000-APURA-VIOLACOES.
            MOVE SPACES TO WS-GRP-OPERADOR WS-GRP-CHAVE
            MOVE ZEROS TO WS-GRP-QTD WS-GRP-EXCEDENTE WS-OPE-VIOLACOES
            MOVE 'N' TO WS-ORD-EOF
            PERFORM UNTIL ORD-FIM
                RETURN SOD-ORDENACAO
                    AT END
                        MOVE 'F' TO WS-ORD-EOF
                    NOT AT END
                        PERFORM 4100-ACUMULA-EVENTO THRU 4100-FIM
                END-RETURN
            END-PERFORM
            IF WS-GRP-QTD > ZEROS
                PERFORM 4200-AVALIA-GRUPO THRU 4200-FIM
            END-IF
            PERFORM 4400-FECHA-OPERADOR THRU 4400-FIM
            IF WS-TOT-VIOLACOES = ZEROS
                MOVE '  NENHUMA VIOLACAO ENCONTRADA.' TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-ACUMULA-EVENTO  --  FECHA O GRUPO ANTERIOR NA QUEBRA E
      *                          GUARDA O EVENTO NO GRUPO CORRENTE.
      ******************************************************************
       4100-ACUMULA-EVENTO.
            IF ORD-OPERADOR NOT = WS-GRP-OPERADOR
               OR ORD-CHAVE NOT = WS-GRP-CHAVE
                IF WS-GRP-QTD > ZEROS
                    PERFORM 4200-AVALIA-GRUPO THRU 4200-FIM
                END-IF
                IF ORD-OPERADOR NOT = WS-GRP-OPERADOR
                    PERFORM 4400-FECHA-OPERADOR THRU 4400-FIM
                    MOVE ORD-OPERADOR TO WS-GRP-OPERADOR
                END-IF
                MOVE ORD-CHAVE TO WS-GRP-CHAVE
                MOVE ZEROS TO WS-GRP-QTD WS-GRP-EXCEDENTE
                ADD 1 TO WS-TOT-GRUPOS
            END-IF
            IF WS-GRP-QTD < 50
                ADD 1 TO WS-GRP-QTD
                MOVE ORD-DATA TO WS-GEV-DATA(WS-GRP-QTD)
                MOVE ORD-HORA TO WS-GEV-HORA(WS-GRP-QTD)
                MOVE ORD-ACAO TO WS-GEV-ACAO(WS-GRP-QTD)
                MOVE ORD-ORIGEM TO WS-GEV-ORIGEM(WS-GRP-QTD)
                MOVE ORD-REFERENCIA TO WS-GEV-REFERENCIA(WS-GRP-QTD)
            ELSE
                ADD 1 TO WS-GRP-EXCEDENTE
            END-IF.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 4200-AVALIA-GRUPO  --  PARA CADA REGRA, CONTA AS DUAS ACOES NO
      *                        GRUPO. HA VIOLACAO QUANDO AMBAS
      *                        APARECEM (OU A ACAO SE REPETE, QUANDO O
      *                        PAR E A MESMA ACAO) E O ULTIMO EVENTO
      *                        ENVOLVIDO E DO CICLO PEDIDO.
      ******************************************************************
       4200-AVALIA-GRUPO.
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE ZEROS TO WS-QTD-ACAO-1 WS-QTD-ACAO-2
                              WS-DT-ULTIMA
                PERFORM VARYING WS-IDX-GEV FROM 1 BY 1
                        UNTIL WS-IDX-GEV > WS-GRP-QTD
                    IF WS-GEV-ACAO(WS-IDX-GEV) =
                       WS-REG-ACAO-1(WS-IDX-REGRA)
                        ADD 1 TO WS-QTD-ACAO-1
                    END-IF
                    IF WS-GEV-ACAO(WS-IDX-GEV) =
                       WS-REG-ACAO-2(WS-IDX-REGRA)
                        ADD 1 TO WS-QTD-ACAO-2
                    END-IF
                    IF (WS-GEV-ACAO(WS-IDX-GEV) =
                        WS-REG-ACAO-1(WS-IDX-REGRA)
                     OR WS-GEV-ACAO(WS-IDX-GEV) =
                        WS-REG-ACAO-2(WS-IDX-REGRA))
                     AND WS-GEV-DATA(WS-IDX-GEV) > WS-DT-ULTIMA
                        MOVE WS-GEV-DATA(WS-IDX-GEV) TO WS-DT-ULTIMA
                    END-IF
                END-PERFORM
                IF (WS-REG-ACAO-1(WS-IDX-REGRA) =
                    WS-REG-ACAO-2(WS-IDX-REGRA)
                    AND WS-QTD-ACAO-1 > 1)
                OR (WS-REG-ACAO-1(WS-IDX-REGRA) NOT =
                    WS-REG-ACAO-2(WS-IDX-REGRA)
                    AND WS-QTD-ACAO-1 > ZEROS
                    AND WS-QTD-ACAO-2 > ZEROS)
                    IF WS-DT-ULTIMA >= WS-DT-INICIO
                        PERFORM 4300-IMPRIME-VIOLACAO THRU 4300-FIM
                    ELSE
                        ADD 1 TO WS-TOT-ANTERIORES
                    END-IF
                END-IF
            END-PERFORM.
       4200-FIM.
            EXIT.

      ******************************************************************
      * 4300-IMPRIME-VIOLACAO  --  REGRA, TRANSACAO E OS EVENTOS DO
      *                            GRUPO QUE A COMPOEM. O OPERADOR SAI
      *                            NA SUA PRIMEIRA VIOLACAO.
      ******************************************************************
       4300-IMPRIME-VIOLACAO.
            IF WS-OPE-VIOLACOES = ZEROS
                MOVE SPACES TO RPT-LINHA
                STRING 'OPERADOR: ' WS-GRP-OPERADOR
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF
            ADD 1 TO WS-OPE-VIOLACOES
            ADD 1 TO WS-TOT-VIOLACOES
            ADD 1 TO WS-REG-VIOLACOES(WS-IDX-REGRA)

            PERFORM 8300-DESCREVE-CHAVE THRU 8300-FIM
            MOVE SPACES TO RPT-LINHA
            STRING '  ' WS-REG-CODIGO(WS-IDX-REGRA) ' '
                   WS-DESCR-CHAVE ' '
                   WS-REG-DESCRICAO(WS-IDX-REGRA)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX-GEV FROM 1 BY 1
                    UNTIL WS-IDX-GEV > WS-GRP-QTD
                IF WS-GEV-ACAO(WS-IDX-GEV) =
                   WS-REG-ACAO-1(WS-IDX-REGRA)
                OR WS-GEV-ACAO(WS-IDX-GEV) =
                   WS-REG-ACAO-2(WS-IDX-REGRA)
                    PERFORM 8200-EDITA-DATA-HORA THRU 8200-FIM
                    MOVE SPACES TO RPT-LINHA
                    STRING '       ' WS-DATA-ED ' ' WS-HORA-ED ' '
                           WS-GEV-ACAO(WS-IDX-GEV) ' '
                           WS-GEV-ORIGEM(WS-IDX-GEV) ' '
                           WS-GEV-REFERENCIA(WS-IDX-GEV)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM
            IF WS-GRP-EXCEDENTE > ZEROS
                MOVE SPACES TO RPT-LINHA
                STRING '       (MAIS ' WS-GRP-EXCEDENTE
                       ' EVENTOS DA MESMA TRANSACAO NAO LISTADOS)'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF.
       4300-FIM.
            EXIT.

      ******************************************************************
      * 4400-FECHA-OPERADOR  --  SUBTOTAL DO OPERADOR QUE TEVE
      *                          VIOLACAO, GUARDADO PARA O RESUMO.
      ******************************************************************
       4400-FECHA-OPERADOR.
            IF WS-OPE-VIOLACOES = ZEROS
                GO TO 4400-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            STRING '  TOTAL DO OPERADOR: ' WS-OPE-VIOLACOES
                   ' VIOLACAO(OES)'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            IF WS-QTD-OPE < WS-MAX-OPE
                ADD 1 TO WS-QTD-OPE
                MOVE WS-GRP-OPERADOR TO WS-OPE-NOME(WS-QTD-OPE)
                MOVE WS-OPE-VIOLACOES TO WS-OPE-QTD(WS-QTD-OPE)
            ELSE
                ADD 1 TO WS-OPE-FORA-RESUMO
            END-IF
            MOVE ZEROS TO WS-OPE-VIOLACOES.
       4400-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RESUMO  --  TOTAIS POR REGRA, POR OPERADOR E
      *                        SITUACAO DE CADA FONTE.
      ******************************************************************
       5000-EMITE-RESUMO.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'RESUMO POR REGRA' TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE SPACES TO RPT-LINHA
                STRING '  ' WS-REG-CODIGO(WS-IDX-REGRA) ' '
                       WS-REG-VIOLACOES(WS-IDX-REGRA) '  '
                       WS-REG-DESCRICAO(WS-IDX-REGRA)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'RESUMO POR OPERADOR' TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-OPE FROM 1 BY 1
                    UNTIL WS-IDX-OPE > WS-QTD-OPE
                MOVE SPACES TO RPT-LINHA
                STRING '  ' WS-OPE-NOME(WS-IDX-OPE) ' '
                       WS-OPE-QTD(WS-IDX-OPE)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM
            IF WS-OPE-FORA-RESUMO > ZEROS
                MOVE SPACES TO RPT-LINHA
                STRING '  (MAIS ' WS-OPE-FORA-RESUMO
                       ' OPERADORES ALEM DO LIMITE DO RESUMO)'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'FONTES           SITUACAO  LIDOS    EVENTOS'
                 TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                    UNTIL WS-IDX-FONTE > 7
                MOVE SPACES TO RPT-LINHA
                IF WS-FON-SITUACAO(WS-IDX-FONTE) = 'L'
                    STRING WS-FON-NOME(WS-IDX-FONTE) ' LIDA      '
                           WS-FON-LIDOS(WS-IDX-FONTE) '  '
                           WS-FON-EVENTOS(WS-IDX-FONTE)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                ELSE
                    STRING WS-FON-NOME(WS-IDX-FONTE)
                           ' AUSENTE - NAO CONFERIDA'
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                END-IF
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'EVENTOS CONFERIDOS.......: ' WS-TOT-EVENTOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'OPERADOR X TRANSACAO.....: ' WS-TOT-GRUPOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'VIOLACOES................: ' WS-TOT-VIOLACOES
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            IF WS-DT-INICIO > ZEROS
                MOVE SPACES TO RPT-LINHA
                STRING 'ANTERIORES AO CICLO......: ' WS-TOT-ANTERIORES
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 8000-LIBERA-EVENTO  --  LIBERA O EVENTO MONTADO AO SORT. SO
      *                         ENTRAM EVENTOS COM OPERADOR E CUJA
      *                         ACAO FIGURA EM ALGUMA REGRA.
      ******************************************************************
       8000-LIBERA-EVENTO.
            IF WS-EVT-OPERADOR = SPACES
                GO TO 8000-FIM
            END-IF
            MOVE 0 TO WS-ACAO-EM-USO
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                IF WS-REG-ACAO-1(WS-IDX-REGRA) = WS-EVT-ACAO
                   OR WS-REG-ACAO-2(WS-IDX-REGRA) = WS-EVT-ACAO
                    MOVE 1 TO WS-ACAO-EM-USO
                    MOVE WS-QTD-REGRA TO WS-IDX-REGRA
                END-IF
            END-PERFORM
            IF NOT ACAO-EM-USO
                GO TO 8000-FIM
            END-IF
            MOVE WS-EVT-OPERADOR TO ORD-OPERADOR
            MOVE WS-EVT-CHAVE TO ORD-CHAVE
            MOVE WS-EVT-DATA TO ORD-DATA
            MOVE WS-EVT-HORA TO ORD-HORA
            MOVE WS-EVT-ACAO TO ORD-ACAO
            MOVE WS-FON-NOME(WS-FONTE) TO ORD-ORIGEM
            MOVE WS-EVT-REFERENCIA TO ORD-REFERENCIA
            RELEASE REG-ORDENACAO
            ADD 1 TO WS-FON-EVENTOS(WS-FONTE)
            ADD 1 TO WS-TOT-EVENTOS.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 8200-EDITA-DATA-HORA  --  DATA DD/MM/AAAA E HORA HH:MM:SS DO
      *                           EVENTO WS-IDX-GEV (HORA ZERADA =
      *                           FONTE SEM HORA).
      ******************************************************************
       8200-EDITA-DATA-HORA.
            MOVE SPACES TO WS-DATA-ED WS-HORA-ED
            STRING WS-GEV-DATA(WS-IDX-GEV)(7:2) '/'
                   WS-GEV-DATA(WS-IDX-GEV)(5:2) '/'
                   WS-GEV-DATA(WS-IDX-GEV)(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
            END-STRING
            IF WS-GEV-HORA(WS-IDX-GEV) > ZEROS
                STRING WS-GEV-HORA(WS-IDX-GEV)(1:2) ':'
                       WS-GEV-HORA(WS-IDX-GEV)(3:2) ':'
                       WS-GEV-HORA(WS-IDX-GEV)(5:2)
                       DELIMITED BY SIZE INTO WS-HORA-ED
                END-STRING
            END-IF.
       8200-FIM.
            EXIT.

      ******************************************************************
      * 8300-DESCREVE-CHAVE  --  TRANSACAO DO GRUPO POR EXTENSO, PELO
      *                          PREFIXO DA CHAVE.
      ******************************************************************
       8300-DESCREVE-CHAVE.
            MOVE SPACES TO WS-DESCR-CHAVE
            EVALUATE WS-GRP-CHAVE(1:1)
                WHEN 'M'
                    STRING 'MENSALIDADE ALUNO ' WS-GRP-CHAVE(2:5)
                           ' COMP ' WS-GRP-CHAVE(7:6)
                           DELIMITED BY SIZE INTO WS-DESCR-CHAVE
                    END-STRING
                WHEN 'S'
                    STRING 'SESSAO DE CAIXA ' WS-GRP-CHAVE(2:6)
                           DELIMITED BY SIZE INTO WS-DESCR-CHAVE
                    END-STRING
                WHEN 'L'
                    STRING 'LOTE DE NOTAS ' WS-GRP-CHAVE(2:8)
                           DELIMITED BY SIZE INTO WS-DESCR-CHAVE
                    END-STRING
                WHEN 'A'
                    STRING 'ALUNO ' WS-GRP-CHAVE(2:5)
                           DELIMITED BY SIZE INTO WS-DESCR-CHAVE
                    END-STRING
                WHEN 'P'
                    STRING 'PEDIDO DE APROVACAO ' WS-GRP-CHAVE(2:9)
                           DELIMITED BY SIZE INTO WS-DESCR-CHAVE
                    END-STRING
                WHEN OTHER
                    MOVE WS-GRP-CHAVE TO WS-DESCR-CHAVE
            END-EVALUATE.
       8300-FIM.
            EXIT.

      ******************************************************************
      * 8400-VALIDA-ACAO  --  WS-BUSCA-ACAO E UMA DAS ACOES QUE AS
      *                       FONTES PRODUZEM?
      ******************************************************************
       8400-VALIDA-ACAO.
            MOVE 0 TO WS-ACAO-VALIDA
            EVALUATE WS-BUSCA-ACAO
                WHEN 'BAIXA'
                WHEN 'ESTORNO'
                WHEN 'CXABRE'
                WHEN 'CXFECHA'
                WHEN 'LOTEPOST'
                WHEN 'CORRNOTA'
                WHEN 'ALTALUNO'
                WHEN 'DIPLOMA'
                WHEN 'APRSOLIC'
                WHEN 'APRDECID'
                    MOVE 1 TO WS-ACAO-VALIDA
            END-EVALUATE.
       8400-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOSOD' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-INICIO-TXT TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOSOD.
