      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:PROCESSAMENTO DO RETORNO DA ASSESSORIA DE COBRANCA:
      *         LE O ARQUIVO DA ASSESSORIA (HEADER 0, DETALHE 1 =
      *         DEBITO RECUPERADO COM DATA, VALOR E COMISSAO, DETALHE
      *         2 = DEBITO DEVOLVIDO PELA ASSESSORIA, TRAILER 9 COM
      *         QUANTIDADE + SOMA RECUPERADA), CONFERE O TRAILER ANTES
      *         DE APLICAR QUALQUER REGISTRO, COMO O PROCESSARETORNO,
      *         E ATUALIZA O REGISTRO DE COBRANCA TERCEIRIZADA
      *         (FD_COBRANCA_EXTERNA). O VALOR RECUPERADO BAIXA A
      *         COMPETENCIA ENVIADA (O QUE EXCEDE O MEN-VALOR E
      *         ENCARGO COBRADO PELA ASSESSORIA E VAI PARA MEN-MULTA),
      *         COM AUDITORIA $ E PEDIDO DE EXCLUSAO NO BIRO; SE A
      *         COMPETENCIA JA FOI PAGA DIRETO NA ESCOLA, O VALOR VIRA
      *         CREDITO DO ALUNO (LANCACREDITO, TIPO P). A COMISSAO
      *         FICA NO REGISTRO E NA AUDITORIA. ITEM QUE NAO CASA COM
      *         UM DEBITO ENVIADO VAI PARA O COBRANCA_EXT_REJEITOS.TXT
      *         E O JOB TERMINA COM RC 4.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNOCOBRANCAEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-ASSESSORIA ASSIGN TO DYNAMIC WS-RET-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT COBRANCA-EXTERNA ASSIGN TO DYNAMIC WS-CEX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CEX-FS.

           SELECT REJEITOS ASSIGN TO DYNAMIC WS-REJ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-ASSESSORIA.
       01 RET-LINHA                    PIC X(60).

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD COBRANCA-EXTERNA.
          COPY FD_COBRANCA_EXTERNA.

       FD REJEITOS.
       01 REJ-LINHA                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RET-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-CEX-DD                PIC X(100) VALUE SPACES.
       01 WS-REJ-DD                PIC X(100) VALUE SPACES.
       77 WS-RET-FS                PIC XX VALUE SPACES.
          88 RET-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-CEX-FS                PIC XX VALUE SPACES.
          88 CEX-FS-OK             VALUE '00'.
       77 WS-REJ-FS                PIC XX VALUE SPACES.
          88 REJ-FS-OK             VALUE '00'.
       77 WS-RET-EOF               PIC X VALUE 'N'.
          88 RET-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CEX-EOF               PIC X VALUE 'N'.
          88 CEX-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.
       01 WS-NEG-PARM.
          COPY NEGATIVACAO_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.

      * LAYOUT FIXO DO RETORNO DA ASSESSORIA (0 = HEADER,
      * 1 = RECUPERADO, 2 = DEVOLVIDO, 9 = TRAILER)
       01 WS-RET-DETALHE.
          03 RD-TIPO               PIC X(01).
          03 RD-CD-STUDENT         PIC 9(05).
          03 RD-COMPETENCIA        PIC 9(06).
          03 RD-DT-EVENTO          PIC 9(08).
          03 RD-VALOR-RECUPERADO   PIC 9(08)V9(2).
          03 RD-COMISSAO           PIC 9(08)V9(2).
       01 WS-RET-TRAILER.
          03 RT-TIPO               PIC X(01).
          03 RT-QTD                PIC 9(06).
          03 RT-SOMA               PIC 9(10)V9(2).

      * OS DETALHES SAO GUARDADOS EM TABELA E SO APLICADOS DEPOIS DO
      * TRAILER CONFERIR - TRANSMISSAO TRUNCADA NAO APLICA NADA.
       01 WS-TABELA-ITENS.
          05 WS-QTD-ITENS          PIC 9(04) VALUE 0.
          05 WS-ITEM-TAB OCCURS 2000 TIMES.
             10 WS-ITEM-TIPO       PIC X(01).
             10 WS-ITEM-CD         PIC 9(05).
             10 WS-ITEM-COMP       PIC 9(06).
             10 WS-ITEM-DT         PIC 9(08).
             10 WS-ITEM-VALOR      PIC 9(08)V9(2).
             10 WS-ITEM-COMISSAO   PIC 9(08)V9(2).
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.

      * REGISTRO DE COBRANCA TERCEIRIZADA EM MEMORIA (REGRAVADO NO FIM)
       01 WS-TABELA-COBRANCA.
          05 WS-QTD-CEX            PIC 9(04) VALUE 0.
          05 WS-CEX-REG OCCURS 5000 TIMES PIC X(58).
       77 WS-IDX-CEX               PIC 9(04) VALUE ZEROS.
       77 WS-POS-CEX               PIC 9(04) VALUE ZEROS.

       77 WS-TEM-TRAILER           PIC 9 VALUE 0.
       77 WS-SOMA-LIDA             PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-TRAILER-OK            PIC 9 VALUE 0.
       77 WS-RECUSA                PIC 9 VALUE 0.
          88 RODADA-RECUSADA       VALUE 1.
       77 WS-MOTIVO                PIC X(30) VALUE SPACES.
       77 WS-QTD-RECUPERADOS       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CREDITADOS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RECUPERADO        PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-TOT-COMISSAO          PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RETORNOCOBRANCAEXT - RETORNO DA ASSESSORIA  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'ASSESSORIA COBRANCA' TO WS-OPERADOR
            END-IF

            MOVE 'RETORNOCOBRANCAEXT' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'RETORNOCOBRANCAEXT JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-RET-DD FROM ENVIRONMENT 'DD_RETORNO_ASSESSORIA'
            IF WS-RET-DD = SPACES
                MOVE 'RETORNO_ASSESSORIA.TXT' TO WS-RET-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-CEX-DD FROM ENVIRONMENT 'DD_COBRANCA_EXTERNA'
            IF WS-CEX-DD = SPACES
                MOVE 'COBRANCA_EXTERNA.TXT' TO WS-CEX-DD
            END-IF
            ACCEPT WS-REJ-DD FROM ENVIRONMENT
                                  'DD_COBRANCA_EXT_REJEITOS'
            IF WS-REJ-DD = SPACES
                MOVE 'COBRANCA_EXT_REJEITOS.TXT' TO WS-REJ-DD
            END-IF

            PERFORM 1000-LE-RETORNO THRU 1000-FIM
            IF WS-TRAILER-OK = 0
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1500-CARREGA-REGISTRO THRU 1500-FIM
            IF RODADA-RECUSADA
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN I-O MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                        ') - FILE STATUS: ' WS-MEN-FS
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'MENSALIDADES INDISPONIVEL PARA O RETORNO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN OUTPUT REJEITOS

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                IF WS-ITEM-TIPO(WS-IDX) = '1'
                    PERFORM 3000-POSTA-RECUPERADO THRU 3000-FIM
                ELSE
                    PERFORM 4000-MARCA-DEVOLVIDO THRU 4000-FIM
                END-IF
            END-PERFORM

            CLOSE MENSALIDADES
            CLOSE REJEITOS
            PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO RETORNO DA ASSESSORIA ***'
            DISPLAY 'ITENS LIDOS..........: ' WS-QTD-ITENS
            MOVE WS-TOT-RECUPERADO TO WS-VALOR-ED
            DISPLAY 'RECUPERADOS..........: ' WS-QTD-RECUPERADOS
                    ' (' WS-VALOR-ED ')'
            MOVE WS-TOT-COMISSAO TO WS-VALOR-ED
            DISPLAY 'COMISSAO DA ASSESSORIA: ' WS-VALOR-ED
            DISPLAY 'VIRARAM CREDITO......: ' WS-QTD-CREDITADOS
            DISPLAY 'DEVOLVIDOS...........: ' WS-QTD-DEVOLVIDOS
            DISPLAY 'ITENS REJEITADOS.....: ' WS-QTD-REJEITADOS
            DISPLAY 'REJEITADOS EM........: ' WS-REJ-DD
            IF WS-QTD-REJEITADOS > 0
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
      * 1000-LE-RETORNO  --  LE O ARQUIVO DA ASSESSORIA PARA A TABELA
      *                        E CONFERE O TRAILER (QUANTIDADE DE
      *                        DETALHES + SOMA RECUPERADA). TRAILER
      *                        AUSENTE OU DIVERGENTE RECUSA O ARQUIVO
      *                        INTEIRO ANTES DE APLICAR QUALQUER ITEM.
      ******************************************************************
       1000-LE-RETORNO.
            OPEN INPUT RETORNO-ASSESSORIA
            IF NOT RET-FS-OK
                DISPLAY 'RETORNO DA ASSESSORIA AUSENTE: ' WS-RET-DD
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'RETORNO DA ASSESSORIA AUSENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-RET-EOF
            PERFORM UNTIL RET-FIM-ARQUIVO
                READ RETORNO-ASSESSORIA
                    AT END
                        MOVE 'F' TO WS-RET-EOF
                    NOT AT END
                        EVALUATE RET-LINHA(1:1)
                            WHEN '1'
                            WHEN '2'
                                MOVE RET-LINHA TO WS-RET-DETALHE
                                PERFORM 1100-GUARDA-ITEM THRU 1100-FIM
                            WHEN '9'
                                MOVE RET-LINHA TO WS-RET-TRAILER
                                MOVE 1 TO WS-TEM-TRAILER
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE RETORNO-ASSESSORIA

            IF WS-TEM-TRAILER = 0
                DISPLAY 'RETORNO DA ASSESSORIA SEM TRAILER - '
                        'TRANSMISSAO POSSIVELMENTE TRUNCADA. NADA '
                        'APLICADO.'
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'RETORNO DA ASSESSORIA SEM TRAILER - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            IF RT-QTD NOT = WS-QTD-ITENS
               OR RT-SOMA NOT = WS-SOMA-LIDA
                DISPLAY 'TRAILER DA ASSESSORIA DIVERGE DO LIDO ('
                        RT-QTD '/' WS-QTD-ITENS ') - NADA APLICADO.'
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TRAILER DA ASSESSORIA DIVERGENTE - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 1 TO WS-TRAILER-OK.
       1000-FIM.
            EXIT.

       1100-GUARDA-ITEM.
            IF WS-QTD-ITENS >= 2000
                GO TO 1100-FIM
            END-IF
            ADD 1 TO WS-QTD-ITENS
            MOVE RD-TIPO TO WS-ITEM-TIPO(WS-QTD-ITENS)
            MOVE RD-CD-STUDENT TO WS-ITEM-CD(WS-QTD-ITENS)
            MOVE RD-COMPETENCIA TO WS-ITEM-COMP(WS-QTD-ITENS)
            MOVE RD-DT-EVENTO TO WS-ITEM-DT(WS-QTD-ITENS)
            IF RD-TIPO = '1'
                MOVE RD-VALOR-RECUPERADO TO
                     WS-ITEM-VALOR(WS-QTD-ITENS)
                MOVE RD-COMISSAO TO WS-ITEM-COMISSAO(WS-QTD-ITENS)
                ADD RD-VALOR-RECUPERADO TO WS-SOMA-LIDA
            ELSE
                MOVE ZEROS TO WS-ITEM-VALOR(WS-QTD-ITENS)
                MOVE ZEROS TO WS-ITEM-COMISSAO(WS-QTD-ITENS)
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE COBRANCA
      *                              TERCEIRIZADA. ALEM DA TABELA O
      *                              RETORNO E RECUSADO - A REGRAVACAO
      *                              APAGARIA O EXCEDENTE.
      ******************************************************************
       1500-CARREGA-REGISTRO.
            OPEN INPUT COBRANCA-EXTERNA
            IF NOT CEX-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-CEX-EOF
            PERFORM UNTIL CEX-FIM-ARQUIVO
                READ COBRANCA-EXTERNA
                    AT END
                        MOVE 'F' TO WS-CEX-EOF
                    NOT AT END
                        IF WS-QTD-CEX < 5000
                            ADD 1 TO WS-QTD-CEX
                            MOVE REG-COBRANCA-EXTERNA TO
                                 WS-CEX-REG(WS-QTD-CEX)
                        ELSE
                            MOVE 1 TO WS-RECUSA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-EXTERNA
            IF RODADA-RECUSADA
                DISPLAY 'REGISTRO DE COBRANCA TERCEIRIZADA EXCEDE A '
                        'TABELA DE 5000 LINHAS - NADA APLICADO.'
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '1500-CARREGA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE COBRANCA EXTERNA EXCEDE A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-LOCALIZA-ENVIO  --  WS-POS-CEX = LINHA DO REGISTRO DO
      *                            DEBITO DO ITEM CORRENTE (ZERO SE
      *                            NUNCA FOI ENVIADO A ASSESSORIA);
      *                            A LINHA FICA EM REG-COBRANCA-EXTERNA.
      ******************************************************************
       2000-LOCALIZA-ENVIO.
            MOVE 0 TO WS-POS-CEX
            PERFORM VARYING WS-IDX-CEX FROM 1 BY 1
                    UNTIL WS-IDX-CEX > WS-QTD-CEX
                MOVE WS-CEX-REG(WS-IDX-CEX) TO REG-COBRANCA-EXTERNA
                IF CEX-CD-STUDENT = WS-ITEM-CD(WS-IDX)
                   AND CEX-COMPETENCIA = WS-ITEM-COMP(WS-IDX)
                    MOVE WS-IDX-CEX TO WS-POS-CEX
                    MOVE WS-QTD-CEX TO WS-IDX-CEX
                END-IF
            END-PERFORM
            IF WS-POS-CEX > 0
                MOVE WS-CEX-REG(WS-POS-CEX) TO REG-COBRANCA-EXTERNA
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-POSTA-RECUPERADO  --  DEBITO RECUPERADO PELA ASSESSORIA:
      *                              BAIXA A COMPETENCIA (OU LANCA
      *                              CREDITO SE JA FOI PAGA DIRETO) E
      *                              REGISTRA VALOR E COMISSAO.
      ******************************************************************
       3000-POSTA-RECUPERADO.
            PERFORM 2000-LOCALIZA-ENVIO THRU 2000-FIM
            IF WS-POS-CEX = 0
                MOVE 'NAO ENVIADO A ASSESSORIA' TO WS-MOTIVO
                PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                GO TO 3000-FIM
            END-IF
            IF CEX-RECUPERADA
                MOVE 'JA RECUPERADO' TO WS-MOTIVO
                PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                GO TO 3000-FIM
            END-IF

            MOVE WS-ITEM-CD(WS-IDX) TO MEN-CD-STUDENT
            MOVE WS-ITEM-COMP(WS-IDX) TO MEN-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    MOVE 'SEM MENSALIDADE' TO WS-MOTIVO
                    PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                    GO TO 3000-FIM
            END-READ
            EVALUATE TRUE
                WHEN MEN-ABERTA
                    PERFORM 3100-BAIXA-MENSALIDADE THRU 3100-FIM
                WHEN MEN-PAGA
                    PERFORM 3200-LANCA-CREDITO THRU 3200-FIM
                WHEN OTHER
                    MOVE 'RENEGOCIADA OU CANCELADA' TO WS-MOTIVO
                    PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
            END-EVALUATE
            IF WS-MOTIVO NOT = SPACES
                GO TO 3000-FIM
            END-IF

            MOVE 'R' TO CEX-SITUACAO
            MOVE WS-ITEM-DT(WS-IDX) TO CEX-DT-DESFECHO
            MOVE WS-ITEM-VALOR(WS-IDX) TO CEX-VALOR-RECUPERADO
            MOVE WS-ITEM-COMISSAO(WS-IDX) TO CEX-COMISSAO
            MOVE SPACE TO CEX-MOTIVO-DEVOLUCAO
            MOVE REG-COBRANCA-EXTERNA TO WS-CEX-REG(WS-POS-CEX)
            ADD 1 TO WS-QTD-RECUPERADOS
            ADD WS-ITEM-VALOR(WS-IDX) TO WS-TOT-RECUPERADO
            ADD WS-ITEM-COMISSAO(WS-IDX) TO WS-TOT-COMISSAO

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-ITEM-CD(WS-IDX) TO AUD-CD-STUDENT
            MOVE 'COMISSAO-ASSES' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING 'COMP ' WS-ITEM-COMP(WS-IDX)
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE WS-ITEM-COMISSAO(WS-IDX) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-BAIXA-MENSALIDADE  --  BAIXA A COMPETENCIA COM O VALOR
      *                               RECUPERADO; O QUE PASSA DO
      *                               MEN-VALOR E O ENCARGO COBRADO
      *                               PELA ASSESSORIA (MEN-MULTA).
      ******************************************************************
       3100-BAIXA-MENSALIDADE.
            MOVE SPACES TO WS-MOTIVO
            MOVE 'P' TO MEN-SITUACAO
            MOVE WS-ITEM-DT(WS-IDX) TO MEN-DT-PAGAMENTO
            MOVE WS-ITEM-VALOR(WS-IDX) TO MEN-VALOR-PAGO
            MOVE ZEROS TO MEN-MULTA
            IF WS-ITEM-VALOR(WS-IDX) > MEN-VALOR
                COMPUTE MEN-MULTA = WS-ITEM-VALOR(WS-IDX) - MEN-VALOR
            END-IF
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    MOVE 'ERRO NO REWRITE' TO WS-MOTIVO
                    PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                    GO TO 3100-FIM
            END-REWRITE

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-ITEM-CD(WS-IDX) TO AUD-CD-STUDENT
            MOVE 'MEN-SITUACAO' TO AUD-CAMPO
            MOVE 'A' TO AUD-VALOR-ANTIGO
            MOVE SPACES TO AUD-VALOR-NOVO
            STRING 'P ' WS-ITEM-COMP(WS-IDX) ' ASSESSOR'
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            MOVE WS-ITEM-CD(WS-IDX) TO NGP-CD-STUDENT
            MOVE WS-ITEM-COMP(WS-IDX) TO NGP-COMPETENCIA
            MOVE 'P' TO NGP-MOTIVO
            CALL 'EXCLUINEGATIVACAO' USING WS-NEG-PARM
            IF NGP-FALHA
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '3100-BAIXA-MENSALIDADE' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                MOVE 'EXCLUSAO NO BIRO DE CREDITO NAO PEDIDA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-LANCA-CREDITO  --  COMPETENCIA JA PAGA DIRETO NA ESCOLA:
      *                           O VALOR RECUPERADO ENTRA INTEIRO
      *                           COMO CREDITO DO ALUNO (TIPO P).
      ******************************************************************
       3200-LANCA-CREDITO.
            MOVE SPACES TO WS-MOTIVO
            SET CRP-LANCA TO TRUE
            MOVE WS-ITEM-CD(WS-IDX) TO CRP-CD-STUDENT
            MOVE 'P' TO CRP-TIPO
            MOVE WS-ITEM-VALOR(WS-IDX) TO CRP-VALOR
            MOVE WS-ITEM-COMP(WS-IDX) TO CRP-COMPETENCIA
            MOVE 'ASSESSORIA' TO CRP-REFERENCIA
            MOVE WS-OPERADOR TO CRP-OPERADOR
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            IF CRP-FALHA
                MOVE 'CREDITO NAO LANCADO' TO WS-MOTIVO
                PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                GO TO 3200-FIM
            END-IF
            ADD 1 TO WS-QTD-CREDITADOS

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-ITEM-CD(WS-IDX) TO AUD-CD-STUDENT
            MOVE 'CREDITO-ALUNO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING 'P ' WS-ITEM-COMP(WS-IDX)
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE WS-ITEM-VALOR(WS-IDX) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 3500-GRAVA-REJEITO  --  GRAVA O ITEM SEM CASAMENTO NO RELATORIO
      *                           DE REJEITADOS DA ASSESSORIA.
      ******************************************************************
       3500-GRAVA-REJEITO.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE SPACES TO REJ-LINHA
            STRING 'TIPO ' WS-ITEM-TIPO(WS-IDX)
                   ' ALUNO ' WS-ITEM-CD(WS-IDX)
                   ' COMPETENCIA ' WS-ITEM-COMP(WS-IDX)
                   ' DATA ' WS-ITEM-DT(WS-IDX)
                   ' VALOR ' WS-ITEM-VALOR(WS-IDX)
                   ' MOTIVO: ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REJ-LINHA
            END-STRING
            WRITE REJ-LINHA
            DISPLAY 'ITEM REJEITADO - ' REJ-LINHA(1:70).
       3500-FIM.
            EXIT.

      ******************************************************************
      * 4000-MARCA-DEVOLVIDO  --  A ASSESSORIA DESISTIU DO DEBITO: A
      *                             LINHA EM COBRANCA VIRA DEVOLVIDA
      *                             PELA ASSESSORIA, COM A DATA.
      ******************************************************************
       4000-MARCA-DEVOLVIDO.
            PERFORM 2000-LOCALIZA-ENVIO THRU 2000-FIM
            IF WS-POS-CEX = 0
                MOVE 'NAO ENVIADO A ASSESSORIA' TO WS-MOTIVO
                PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                GO TO 4000-FIM
            END-IF
      * DEBITO JA DEVOLVIDO PELA ESCOLA: A DEVOLUCAO DA ASSESSORIA SO
      * CONFIRMA - NADA A MUDAR.
            IF CEX-DEVOLVIDA
                GO TO 4000-FIM
            END-IF
            IF NOT CEX-ENVIADA
                MOVE 'DEBITO NAO ESTA EM COBRANCA' TO WS-MOTIVO
                PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                GO TO 4000-FIM
            END-IF
            MOVE 'D' TO CEX-SITUACAO
            MOVE 'A' TO CEX-MOTIVO-DEVOLUCAO
            MOVE WS-ITEM-DT(WS-IDX) TO CEX-DT-DESFECHO
            MOVE REG-COBRANCA-EXTERNA TO WS-CEX-REG(WS-POS-CEX)
            ADD 1 TO WS-QTD-DEVOLVIDOS.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-REGISTRO  --  REGRAVA O REGISTRO DE COBRANCA
      *                              TERCEIRIZADA COM OS DESFECHOS.
      ******************************************************************
       7000-REGRAVA-REGISTRO.
            OPEN OUTPUT COBRANCA-EXTERNA
            IF NOT CEX-FS-OK
                DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE COBRANCA '
                        'TERCEIRIZADA - FILE STATUS: ' WS-CEX-FS
                MOVE 'RETORNOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '7000-REGRAVA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE COBRANCA EXTERNA NAO REGRAVADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX-CEX FROM 1 BY 1
                    UNTIL WS-IDX-CEX > WS-QTD-CEX
                MOVE WS-CEX-REG(WS-IDX-CEX) TO REG-COBRANCA-EXTERNA
                WRITE REG-COBRANCA-EXTERNA
            END-PERFORM
            CLOSE COBRANCA-EXTERNA.
       7000-FIM.
            EXIT.

       END PROGRAM RETORNOCOBRANCAEXT.
