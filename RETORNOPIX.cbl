      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DO ARQUIVO DE LIQUIDACAO PIX DO BANCO: LE O
      *         ARQUIVO (HEADER 0, DETALHE 1 = PIX RECEBIDO COM
      *         END-TO-END-ID, TXID, VALOR, DATA/HORA E PAGADOR,
      *         TRAILER 9 COM QUANTIDADE + SOMA), CONFERE O TRAILER
      *         ANTES DE APLICAR QUALQUER REGISTRO, COMO O
      *         PROCESSARETORNO, E CASA CADA PIX PELO TXID COM A
      *         COBRANCA ABERTA (MEN-PIX-TXID, ATRIBUIDO PELO
      *         GERACOBRANCAPIX). O PIX CASADO E BAIXADO COMO NO
      *         BAIXAPAGAMENTO: MULTA DE ATRASO PELA DATA DO PIX,
      *         MENSALIDADE PAGA, AUDITORIA $, RECIBO NUMERADO (SERIE
      *         RECIBO, CANAL X = PIX) NA SESSAO DE CAIXA DO OPERADOR
      *         PIX, PEDIDO DE EXCLUSAO NO BIRO E EXCEDENTE COMO
      *         CREDITO DO ALUNO. PIX QUE NAO CASA (TXID DESCONHECIDO,
      *         COBRANCA JA PAGA, RENEGOCIADA OU CANCELADA) VAI PARA O
      *         RELATORIO DE PENDENCIAS (PIX_SUSPENSE.RPT) PARA A
      *         TESOURARIA E O JOB TERMINA COM RC 4.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - o PIX chegava como credito sem
      *               identificacao e a tesouraria casava a mao.
      * 15/10/26 RMS  PIX ate a vespera do vencimento abate o desconto
      *               de pontualidade (MEN-DESC-PONTUAL) do devido.
      * 15/10/26 RMS  Sessao de caixa PIX gravada na unidade sede
      *               (tesouraria central).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNOPIX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-PIX ASSIGN TO DYNAMIC WS-RET-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT SESSOES-CAIXA ASSIGN TO DYNAMIC WS-CXS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CXS-FS.

           SELECT RECIBOS ASSIGN TO DYNAMIC WS-REC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-FS.

           SELECT RECIBOS-DOC ASSIGN TO DYNAMIC WS-RDOC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RDOC-FS.

           SELECT SUSPENSE ASSIGN TO DYNAMIC WS-SUS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-PIX.
       01 RET-LINHA                    PIC X(150).

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD SESSOES-CAIXA.
          COPY FD_SESSAO_CAIXA.

       FD RECIBOS.
          COPY FD_RECIBO.

       FD RECIBOS-DOC.
       01 RDOC-LINHA                   PIC X(80).

       FD SUSPENSE.
       01 SUS-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RET-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-CXS-DD                PIC X(100) VALUE SPACES.
       01 WS-REC-DD                PIC X(100) VALUE SPACES.
       01 WS-RDOC-DD               PIC X(100) VALUE SPACES.
       01 WS-SUS-DD                PIC X(100) VALUE SPACES.
       77 WS-RET-FS                PIC XX VALUE SPACES.
          88 RET-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-CXS-FS                PIC XX VALUE SPACES.
          88 CXS-FS-OK             VALUE '00'.
       77 WS-REC-FS                PIC XX VALUE SPACES.
          88 REC-FS-OK             VALUE '00'.
       77 WS-RDOC-FS               PIC XX VALUE SPACES.
          88 RDOC-FS-OK            VALUE '00'.
       77 WS-SUS-FS                PIC XX VALUE SPACES.
          88 SUS-FS-OK             VALUE '00'.
       77 WS-RET-EOF               PIC X VALUE 'N'.
          88 RET-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CXS-EOF               PIC X VALUE 'N'.
          88 CXS-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.
       01 WS-NEG-PARM.
          COPY NEGATIVACAO_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

      * OPERADOR DO CANAL PIX: DONO DA SESSAO DE CAIXA DOS RECIBOS
      * PIX, FECHADA PELO SUPERVISOR NO FECHACAIXA COMO AS DEMAIS.
       77 WS-OPERADOR              PIC X(20) VALUE 'PIX'.
       77 WS-SESSAO-ID             PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-RECIBO-NUMERO         PIC 9(09) VALUE ZEROS.

      * LAYOUT FIXO DA LIQUIDACAO PIX (0 = HEADER, 1 = PIX RECEBIDO,
      * 9 = TRAILER)
       01 WS-RET-DETALHE.
          03 RD-TIPO               PIC X(01).
          03 RD-END-TO-END         PIC X(32).
          03 RD-TXID               PIC X(35).
          03 RD-TXID-CHAVE REDEFINES RD-TXID.
             05 RD-TXID-PREFIXO    PIC X(03).
             05 RD-TXID-CD         PIC X(05).
             05 RD-TXID-COMP       PIC X(06).
             05 FILLER             PIC X(21).
          03 RD-VALOR              PIC 9(08)V9(02).
          03 RD-DT-PIX             PIC 9(08).
          03 RD-HORA-PIX           PIC 9(06).
          03 RD-CPF-PAGADOR        PIC 9(11).
          03 RD-NOME-PAGADOR       PIC X(30).
       01 WS-RET-TRAILER.
          03 RT-TIPO               PIC X(01).
          03 RT-QTD                PIC 9(06).
          03 RT-SOMA               PIC 9(10)V9(02).

      * OS DETALHES SAO GUARDADOS EM TABELA E SO APLICADOS DEPOIS DO
      * TRAILER CONFERIR - TRANSMISSAO TRUNCADA NAO APLICA NADA.
       01 WS-TABELA-ITENS.
          05 WS-QTD-ITENS          PIC 9(04) VALUE 0.
          05 WS-ITEM-TAB OCCURS 3000 TIMES PIC X(133).
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXCEDENTE         PIC 9(06) VALUE ZEROS.

       77 WS-TEM-TRAILER           PIC 9 VALUE 0.
       77 WS-SOMA-LIDA             PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-TRAILER-OK            PIC 9 VALUE 0.
       77 WS-MOTIVO                PIC X(40) VALUE SPACES.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-COMP-ALVO             PIC 9(06) VALUE ZEROS.
       77 WS-DT-PGTO               PIC 9(08) VALUE ZEROS.
       77 WS-VLR-PAGO              PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       77 WS-MULTA                 PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-TOTAL-DEVIDO          PIC 9(6)V9(2) VALUE ZEROS.
       77 WS-DESC-PONTUAL          PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-EXCEDENTE             PIC 9(5)V9(2) VALUE ZEROS.

       77 WS-QTD-BAIXADOS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CREDITOS          PIC 9(04) VALUE ZEROS.
       77 WS-TOT-BAIXADO           PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-TOT-PENDENTE          PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RETORNOPIX - LIQUIDACAO PIX DO BANCO        *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'RETORNOPIX' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'RETORNOPIX JA EM EXECUCAO - JOB RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-RET-DD FROM ENVIRONMENT 'DD_RETORNO_PIX'
            IF WS-RET-DD = SPACES
                MOVE 'RETORNO_PIX.TXT' TO WS-RET-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-SUS-DD FROM ENVIRONMENT 'DD_PIX_SUSPENSE'
            IF WS-SUS-DD = SPACES
                MOVE 'PIX_SUSPENSE.RPT' TO WS-SUS-DD
            END-IF

            PERFORM 1000-LE-RETORNO THRU 1000-FIM
            IF WS-TRAILER-OK = 0
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN I-O MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                        ') - FILE STATUS: ' WS-MEN-FS
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'MENSALIDADES INDISPONIVEL PARA O PIX'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 1500-ABRE-SESSAO-CAIXA THRU 1500-FIM
            IF WS-SESSAO-ID = 0
                DISPLAY 'SEM SESSAO DE CAIXA PIX - RETORNO NAO '
                        'APLICADO.'
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1500-ABRE-SESSAO-CAIXA' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                MOVE 'SEM SESSAO DE CAIXA PARA O CANAL PIX'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE MENSALIDADES
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN OUTPUT SUSPENSE
            MOVE SPACES TO SUS-LINHA
            STRING 'PIX RECEBIDOS SEM COBRANCA CORRESPONDENTE - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO SUS-LINHA
            END-STRING
            WRITE SUS-LINHA
            MOVE SPACES TO SUS-LINHA
            WRITE SUS-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                MOVE WS-ITEM-TAB(WS-IDX) TO WS-RET-DETALHE
                PERFORM 3000-LIQUIDA-PIX THRU 3000-FIM
            END-PERFORM

            MOVE SPACES TO SUS-LINHA
            WRITE SUS-LINHA
            MOVE WS-TOT-PENDENTE TO WS-VALOR-ED
            MOVE SPACES TO SUS-LINHA
            STRING 'PIX PENDENTES: ' WS-QTD-PENDENTES
                   '  VALOR: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO SUS-LINHA
            END-STRING
            WRITE SUS-LINHA
            CLOSE SUSPENSE
            CLOSE MENSALIDADES

            DISPLAY ' '
            DISPLAY '*** RESUMO DA LIQUIDACAO PIX ***'
            DISPLAY 'PIX LIDOS............: ' WS-QTD-ITENS
            MOVE WS-TOT-BAIXADO TO WS-VALOR-ED
            DISPLAY 'PIX BAIXADOS.........: ' WS-QTD-BAIXADOS
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'EXCEDENTES EM CREDITO: ' WS-QTD-CREDITOS
            MOVE WS-TOT-PENDENTE TO WS-VALOR-ED
            DISPLAY 'PIX PENDENTES........: ' WS-QTD-PENDENTES
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'SESSAO DE CAIXA PIX..: ' WS-SESSAO-ID
            DISPLAY 'PENDENCIAS EM........: ' WS-SUS-DD
            IF WS-QTD-PENDENTES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-LE-RETORNO  --  LE O ARQUIVO DO BANCO PARA A TABELA E
      *                        CONFERE O TRAILER (QUANTIDADE DE PIX +
      *                        SOMA). TRAILER AUSENTE OU DIVERGENTE
      *                        RECUSA O ARQUIVO INTEIRO ANTES DE
      *                        APLICAR QUALQUER ITEM.
      ******************************************************************
       1000-LE-RETORNO.
            OPEN INPUT RETORNO-PIX
            IF NOT RET-FS-OK
                DISPLAY 'LIQUIDACAO PIX AUSENTE: ' WS-RET-DD
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ARQUIVO DE LIQUIDACAO PIX AUSENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-RET-EOF
            PERFORM UNTIL RET-FIM-ARQUIVO
                READ RETORNO-PIX
                    AT END
                        MOVE 'F' TO WS-RET-EOF
                    NOT AT END
                        EVALUATE RET-LINHA(1:1)
                            WHEN '1'
                                MOVE RET-LINHA TO WS-RET-DETALHE
                                ADD RD-VALOR TO WS-SOMA-LIDA
                                IF WS-QTD-ITENS < 3000
                                    ADD 1 TO WS-QTD-ITENS
                                    MOVE WS-RET-DETALHE TO
                                         WS-ITEM-TAB(WS-QTD-ITENS)
                                ELSE
                                    ADD 1 TO WS-QTD-EXCEDENTE
                                END-IF
                            WHEN '9'
                                MOVE RET-LINHA TO WS-RET-TRAILER
                                MOVE 1 TO WS-TEM-TRAILER
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE RETORNO-PIX
            IF WS-TEM-TRAILER = 0
                DISPLAY 'LIQUIDACAO PIX SEM TRAILER - TRANSMISSAO '
                        'POSSIVELMENTE TRUNCADA. NADA APLICADO.'
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'LIQUIDACAO PIX SEM TRAILER - RECUSADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            IF WS-QTD-EXCEDENTE > 0
                DISPLAY 'LIQUIDACAO PIX COM MAIS DE 3000 PIX - '
                        'NADA APLICADO.'
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'LIQUIDACAO PIX EXCEDE A TABELA - RECUSADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            IF RT-QTD NOT = WS-QTD-ITENS
               OR RT-SOMA NOT = WS-SOMA-LIDA
                DISPLAY 'TRAILER DA LIQUIDACAO PIX DIVERGE DO LIDO ('
                        RT-QTD '/' WS-QTD-ITENS ') - NADA APLICADO.'
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TRAILER DA LIQUIDACAO PIX DIVERGENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 1 TO WS-TRAILER-OK.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-ABRE-SESSAO-CAIXA  --  LOCALIZA A SESSAO DE CAIXA ABERTA
      *                               DO OPERADOR PIX OU ABRE UMA NOVA
      *                               (SERIE CAIXA DO GERATICKET), COMO
      *                               O BAIXAPAGAMENTO.
      ******************************************************************
       1500-ABRE-SESSAO-CAIXA.
            ACCEPT WS-CXS-DD FROM ENVIRONMENT 'DD_SESSOES_CAIXA'
            IF WS-CXS-DD = SPACES
                MOVE 'SESSOES_CAIXA.TXT' TO WS-CXS-DD
            END-IF
            MOVE 0 TO WS-SESSAO-ID
            OPEN INPUT SESSOES-CAIXA
            IF CXS-FS-OK
                MOVE 'N' TO WS-CXS-EOF
                PERFORM UNTIL CXS-FIM-ARQUIVO
                    READ SESSOES-CAIXA
                        AT END
                            MOVE 'F' TO WS-CXS-EOF
                        NOT AT END
                            IF CXS-ABERTA
                               AND CXS-OPERADOR = WS-OPERADOR
                                MOVE CXS-ID TO WS-SESSAO-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SESSOES-CAIXA
            END-IF
            IF WS-SESSAO-ID > 0
                DISPLAY 'SESSAO DE CAIXA PIX ABERTA: ' WS-SESSAO-ID
                GO TO 1500-FIM
            END-IF

            MOVE 'CAIXA' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'ID DE SESSAO INDISPONIVEL.'
                GO TO 1500-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-SESSAO-ID
            OPEN EXTEND SESSOES-CAIXA
            IF NOT CXS-FS-OK
                OPEN OUTPUT SESSOES-CAIXA
            END-IF
            MOVE WS-SESSAO-ID TO CXS-ID
            MOVE WS-OPERADOR TO CXS-OPERADOR
            MOVE WS-DATA-HOJE TO CXS-DT-ABERTURA
            MOVE 'A' TO CXS-SITUACAO
            MOVE ZEROS TO CXS-DT-FECHAMENTO
            MOVE SPACES TO CXS-SUPERVISOR
            MOVE ZEROS TO CXS-TOTAL-RECEBIDO
            MOVE ZEROS TO CXS-QTD-RECIBOS
      * O RECEBIMENTO PIX E CENTRALIZADO NA TESOURARIA DA SEDE.
            MOVE '01' TO CXS-UNIDADE
            WRITE REG-SESSAO-CAIXA
            CLOSE SESSOES-CAIXA
            DISPLAY 'NOVA SESSAO DE CAIXA PIX ABERTA: ' WS-SESSAO-ID.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 3000-LIQUIDA-PIX  --  CASA O PIX CORRENTE PELO TXID COM A
      *                         COBRANCA ABERTA E BAIXA COMO O
      *                         BAIXAPAGAMENTO; O QUE NAO CASA VAI PARA
      *                         AS PENDENCIAS.
      ******************************************************************
       3000-LIQUIDA-PIX.
            IF RD-TXID-PREFIXO NOT = 'ESC'
               OR RD-TXID-CD NOT NUMERIC
               OR RD-TXID-COMP NOT NUMERIC
                MOVE 'TXID NAO E DE COBRANCA DA ESCOLA' TO WS-MOTIVO
                PERFORM 3800-GRAVA-PENDENCIA THRU 3800-FIM
                GO TO 3000-FIM
            END-IF
            MOVE RD-TXID-CD TO WS-CD-ALVO
            MOVE RD-TXID-COMP TO WS-COMP-ALVO
            MOVE WS-CD-ALVO TO MEN-CD-STUDENT
            MOVE WS-COMP-ALVO TO MEN-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    MOVE 'COBRANCA DO TXID NAO ENCONTRADA'
                        TO WS-MOTIVO
                    PERFORM 3800-GRAVA-PENDENCIA THRU 3800-FIM
                    GO TO 3000-FIM
            END-READ
            IF MEN-PIX-TXID NOT = RD-TXID
                MOVE 'TXID DIFERENTE DO DA COBRANCA' TO WS-MOTIVO
                PERFORM 3800-GRAVA-PENDENCIA THRU 3800-FIM
                GO TO 3000-FIM
            END-IF
            IF MEN-PAGA
                MOVE SPACES TO WS-MOTIVO
                STRING 'COBRANCA JA PAGA EM ' MEN-DT-PAGAMENTO
                       DELIMITED BY SIZE INTO WS-MOTIVO
                END-STRING
                PERFORM 3800-GRAVA-PENDENCIA THRU 3800-FIM
                GO TO 3000-FIM
            END-IF
            IF NOT MEN-ABERTA
                MOVE 'COBRANCA RENEGOCIADA OU CANCELADA'
                    TO WS-MOTIVO
                PERFORM 3800-GRAVA-PENDENCIA THRU 3800-FIM
                GO TO 3000-FIM
            END-IF

            MOVE RD-DT-PIX TO WS-DT-PGTO
            MOVE RD-VALOR TO WS-VLR-PAGO
            MOVE ZEROS TO WS-MULTA
            IF WS-DT-PGTO > MEN-DT-VENCIMENTO
                COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DT-PGTO)
                    - FUNCTION INTEGER-OF-DATE(MEN-DT-VENCIMENTO)
                COMPUTE WS-MULTA ROUNDED =
                    MEN-VALOR * 2 / 100
                    + MEN-VALOR * WS-DIAS-ATRASO * 33 / 100000
            END-IF
      * DESCONTO DE PONTUALIDADE SO VALE ATE A VESPERA DO VENCIMENTO
            MOVE ZEROS TO WS-DESC-PONTUAL
            IF WS-DT-PGTO < MEN-DT-VENCIMENTO
                MOVE MEN-DESC-PONTUAL TO WS-DESC-PONTUAL
            END-IF
            COMPUTE WS-TOTAL-DEVIDO = MEN-VALOR + WS-MULTA
                                    - WS-DESC-PONTUAL

            MOVE 'P' TO MEN-SITUACAO
            MOVE WS-DT-PGTO TO MEN-DT-PAGAMENTO
            MOVE WS-VLR-PAGO TO MEN-VALOR-PAGO
            MOVE WS-MULTA TO MEN-MULTA
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    MOVE 'ERRO AO REGRAVAR A COBRANCA' TO WS-MOTIVO
                    PERFORM 3800-GRAVA-PENDENCIA THRU 3800-FIM
                    MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                    MOVE '3000-LIQUIDA-PIX' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                    MOVE 'ERRO NO REWRITE DA BAIXA PIX'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    GO TO 3000-FIM
            END-REWRITE
            ADD 1 TO WS-QTD-BAIXADOS
            ADD WS-VLR-PAGO TO WS-TOT-BAIXADO

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'MEN-SITUACAO' TO AUD-CAMPO
            MOVE 'A' TO AUD-VALOR-ANTIGO
            MOVE SPACES TO AUD-VALOR-NOVO
            STRING 'P ' WS-COMP-ALVO ' PIX' DELIMITED BY SIZE
                   INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            PERFORM 3500-EMITE-RECIBO THRU 3500-FIM
            PERFORM 3700-PEDE-EXCLUSAO THRU 3700-FIM

            IF WS-VLR-PAGO > WS-TOTAL-DEVIDO
                PERFORM 3600-LANCA-EXCEDENTE THRU 3600-FIM
            END-IF.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3500-EMITE-RECIBO  --  EMITE O RECIBO NUMERADO DO PIX (SERIE
      *                          RECIBO DO GERATICKET, CANAL X) NA
      *                          SESSAO PIX: REGISTRO EM RECIBOS.TXT E
      *                          DOCUMENTO EM RECIBOS_DOC.RPT.
      ******************************************************************
       3500-EMITE-RECIBO.
            MOVE 'RECIBO' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DE RECIBO INDISPONIVEL - PIX DO ALUNO '
                        WS-CD-ALVO ' BAIXADO SEM RECIBO (CONFERIR NO '
                        'FECHAMENTO).'
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3500-EMITE-RECIBO' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                MOVE 'PIX BAIXADO SEM RECIBO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 3500-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-RECIBO-NUMERO

            ACCEPT WS-REC-DD FROM ENVIRONMENT 'DD_RECIBOS'
            IF WS-REC-DD = SPACES
                MOVE 'RECIBOS.TXT' TO WS-REC-DD
            END-IF
            OPEN EXTEND RECIBOS
            IF NOT REC-FS-OK
                OPEN OUTPUT RECIBOS
            END-IF
            MOVE WS-RECIBO-NUMERO TO REC-NUMERO
            MOVE WS-SESSAO-ID TO REC-SESSAO-ID
            MOVE WS-CD-ALVO TO REC-CD-STUDENT
            MOVE WS-COMP-ALVO TO REC-COMPETENCIA
            MOVE WS-VLR-PAGO TO REC-VALOR
            MOVE WS-DT-PGTO TO REC-DT-PAGAMENTO
            MOVE WS-OPERADOR TO REC-OPERADOR
            MOVE 'X' TO REC-CANAL
            WRITE REG-RECIBO
            CLOSE RECIBOS

            ACCEPT WS-RDOC-DD FROM ENVIRONMENT 'DD_RECIBOS_DOC'
            IF WS-RDOC-DD = SPACES
                MOVE 'RECIBOS_DOC.RPT' TO WS-RDOC-DD
            END-IF
            OPEN EXTEND RECIBOS-DOC
            IF NOT RDOC-FS-OK
                OPEN OUTPUT RECIBOS-DOC
            END-IF
            MOVE SPACES TO RDOC-LINHA
            STRING 'RECIBO NR ' WS-RECIBO-NUMERO
                   '  SESSAO ' WS-SESSAO-ID
                   '  CANAL PIX'
                   DELIMITED BY SIZE INTO RDOC-LINHA
            END-STRING
            WRITE RDOC-LINHA
            MOVE WS-VLR-PAGO TO WS-VALOR-ED
            MOVE SPACES TO RDOC-LINHA
            STRING 'ALUNO ' WS-CD-ALVO
                   '  COMPETENCIA ' WS-COMP-ALVO
                   '  VALOR ' WS-VALOR-ED
                   '  DATA ' WS-DT-PGTO
                   DELIMITED BY SIZE INTO RDOC-LINHA
            END-STRING
            WRITE RDOC-LINHA
            MOVE SPACES TO RDOC-LINHA
            STRING 'PIX ' RD-END-TO-END
                   DELIMITED BY SIZE INTO RDOC-LINHA
            END-STRING
            WRITE RDOC-LINHA
            MOVE SPACES TO RDOC-LINHA
            WRITE RDOC-LINHA
            CLOSE RECIBOS-DOC.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 3600-LANCA-EXCEDENTE  --  LANCA O VALOR PAGO ACIMA DO DEVIDO
      *                             NO RAZAO DE CREDITOS DO ALUNO,
      *                             REFERENCIADO PELO RECIBO.
      ******************************************************************
       3600-LANCA-EXCEDENTE.
            COMPUTE WS-EXCEDENTE = WS-VLR-PAGO - WS-TOTAL-DEVIDO
            SET CRP-LANCA TO TRUE
            MOVE WS-CD-ALVO TO CRP-CD-STUDENT
            MOVE 'C' TO CRP-TIPO
            MOVE WS-EXCEDENTE TO CRP-VALOR
            MOVE WS-COMP-ALVO TO CRP-COMPETENCIA
            MOVE SPACES TO CRP-REFERENCIA
            STRING 'REC' WS-RECIBO-NUMERO DELIMITED BY SIZE
                   INTO CRP-REFERENCIA
            END-STRING
            MOVE WS-OPERADOR TO CRP-OPERADOR
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            MOVE WS-EXCEDENTE TO WS-VALOR-ED
            IF CRP-FALHA
                DISPLAY 'EXCEDENTE DE ' WS-VALOR-ED ' DO ALUNO '
                        WS-CD-ALVO ' NAO LANCADO COMO CREDITO.'
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3600-LANCA-EXCEDENTE' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                MOVE 'EXCEDENTE DE PIX NAO LANCADO NO RAZAO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 3600-FIM
            END-IF
            ADD 1 TO WS-QTD-CREDITOS

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'CREDITO-ALUNO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING 'C ' WS-COMP-ALVO DELIMITED BY SIZE
                   INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE WS-VALOR-ED TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       3600-FIM.
            EXIT.

      ******************************************************************
      * 3700-PEDE-EXCLUSAO  --  DEBITO QUITADO SAI DO BIRO DE CREDITO
      *                           DENTRO DO PRAZO LEGAL. FALHA NO
      *                           PEDIDO E LOGADA (A CONFERENCIA DO
      *                           GERANEGATIVACAO PEGA O DEBITO PAGO).
      ******************************************************************
       3700-PEDE-EXCLUSAO.
            MOVE WS-CD-ALVO TO NGP-CD-STUDENT
            MOVE WS-COMP-ALVO TO NGP-COMPETENCIA
            MOVE 'P' TO NGP-MOTIVO
            CALL 'EXCLUINEGATIVACAO' USING WS-NEG-PARM
            IF NGP-FALHA
                MOVE 'RETORNOPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3700-PEDE-EXCLUSAO' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'EXCLUSAO NO BIRO DE CREDITO NAO PEDIDA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       3700-FIM.
            EXIT.

      ******************************************************************
      * 3800-GRAVA-PENDENCIA  --  PIX SEM COBRANCA CORRESPONDENTE VAI
      *                             PARA O RELATORIO DE PENDENCIAS DA
      *                             TESOURARIA (DEVOLUCAO OU BAIXA
      *                             MANUAL).
      ******************************************************************
       3800-GRAVA-PENDENCIA.
            ADD 1 TO WS-QTD-PENDENTES
            ADD RD-VALOR TO WS-TOT-PENDENTE
            MOVE RD-VALOR TO WS-VALOR-ED
            MOVE SPACES TO SUS-LINHA
            STRING RD-DT-PIX ' ' RD-HORA-PIX
                   ' E2E ' RD-END-TO-END
                   ' TXID ' RD-TXID
                   ' ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO SUS-LINHA
            END-STRING
            WRITE SUS-LINHA
            MOVE SPACES TO SUS-LINHA
            STRING '    PAGADOR ' RD-CPF-PAGADOR ' ' RD-NOME-PAGADOR
                   ' - ' WS-MOTIVO
                   DELIMITED BY SIZE INTO SUS-LINHA
            END-STRING
            WRITE SUS-LINHA.
       3800-FIM.
            EXIT.

       END PROGRAM RETORNOPIX.
