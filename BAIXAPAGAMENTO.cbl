      *               e a cancelada (C) nao se cobra - baixar por cima
      *               gerava cobranca em duplicidade e quebrava a
      *               quitacao/quebra do VERIFICAACORDO.
      * 15/10/26 RMS  O valor pago acima do devido (valor + multa)
      *               passou a ser lancado como credito do aluno
      *               (LANCACREDITO, tipo C, referencia = recibo), em
      *               vez de sumir dentro do MEN-VALOR-PAGO.
      * 15/10/26 RMS  A baixa pede a exclusao do debito no biro de
      *               credito (EXCLUINEGATIVACAO, motivo P) e mostra a
      *               data limite legal da exclusao.
      * 15/10/26 RMS  O recibo passou a gravar o canal do recebimento
      *               (REC-CANAL C = caixa), para separar o PIX no
      *               FECHACAIXA e no FECHAMENTOFINANCEIRO.
      * 15/10/26 RMS  Pagamento ate a vespera do vencimento abate o
      *               desconto de pontualidade da cobranca
      *               (MEN-DESC-PONTUAL) do valor devido; a partir do
      *               vencimento o desconto se perde.
      * 15/10/26 RMS  Sessao de caixa aberta na unidade do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPAGAMENTO.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.
       01 WS-NEG-PARM.
          COPY NEGATIVACAO_PARM.
       77 WS-EXCEDENTE             PIC 9(5)V9(2) VALUE ZEROS.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       77 WS-MULTA                 PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-TOTAL-DEVIDO          PIC 9(6)V9(2) VALUE ZEROS.
       77 WS-DESC-PONTUAL          PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZ9.99.
       77 WS-CONTINUA              PIC X VALUE 'S'.
          88 CONTINUA-BAIXA        VALUE 'S' 's'.
                        ' DIA(S) DE ATRASO.'
            END-IF

      * DESCONTO DE PONTUALIDADE SO VALE ATE A VESPERA DO VENCIMENTO
            MOVE ZEROS TO WS-DESC-PONTUAL
            IF WS-DT-PGTO < MEN-DT-VENCIMENTO
                MOVE MEN-DESC-PONTUAL TO WS-DESC-PONTUAL
            END-IF
            IF WS-DESC-PONTUAL > ZEROS
                MOVE WS-DESC-PONTUAL TO WS-VALOR-ED
                DISPLAY 'DESCONTO DE PONTUALIDADE: ' WS-VALOR-ED
            END-IF

            COMPUTE WS-TOTAL-DEVIDO = MEN-VALOR + WS-MULTA
                                    - WS-DESC-PONTUAL
            MOVE WS-TOTAL-DEVIDO TO WS-VALOR-ED
            DISPLAY 'VALOR DEVIDO (COM MULTA): ' WS-VALOR-ED
            DISPLAY 'VALOR PAGO...............: '
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            PERFORM 2500-EMITE-RECIBO THRU 2500-FIM
            PERFORM 2700-PEDE-EXCLUSAO THRU 2700-FIM

            IF WS-VLR-PAGO > WS-TOTAL-DEVIDO
                PERFORM 2600-LANCA-EXCEDENTE THRU 2600-FIM
            END-IF.
       2000-FIM.
            EXIT.

            MOVE SPACES TO CXS-SUPERVISOR
            MOVE ZEROS TO CXS-TOTAL-RECEBIDO
            MOVE ZEROS TO CXS-QTD-RECIBOS
      * A SESSAO E DA UNIDADE DO OPERADOR; OPERADOR DE TODAS AS
      * UNIDADES ABRE O CAIXA NA SEDE.
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
                MOVE '01' TO CXS-UNIDADE
            ELSE
                MOVE OPER-UNIDADE OF WS-OPER-PARM TO CXS-UNIDADE
            END-IF
            WRITE REG-SESSAO-CAIXA
            CLOSE SESSOES-CAIXA
            DISPLAY 'NOVA SESSAO DE CAIXA ABERTA: ' WS-SESSAO-ID.
            MOVE WS-VLR-PAGO TO REC-VALOR
            MOVE WS-DT-PGTO TO REC-DT-PAGAMENTO
            MOVE WS-OPERADOR TO REC-OPERADOR
            MOVE 'C' TO REC-CANAL
            WRITE REG-RECIBO
            CLOSE RECIBOS

       2500-FIM.
            EXIT.

      ******************************************************************
      * 2600-LANCA-EXCEDENTE  --  LANCA O VALOR PAGO ACIMA DO DEVIDO
      *                             NO RAZAO DE CREDITOS DO ALUNO,
      *                             REFERENCIADO PELO RECIBO.
      ******************************************************************
       2600-LANCA-EXCEDENTE.
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
                DISPLAY 'EXCEDENTE DE ' WS-VALOR-ED ' NAO LANCADO '
                        'COMO CREDITO - CONFERIR NO FECHAMENTO.'
                MOVE 'BAIXAPAGAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2600-LANCA-EXCEDENTE' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                MOVE 'EXCEDENTE DE PAGAMENTO NAO LANCADO NO RAZAO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 2600-FIM
            END-IF
            DISPLAY 'EXCEDENTE DE ' WS-VALOR-ED ' LANCADO COMO '
                    'CREDITO DO ALUNO.'

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
       2600-FIM.
            EXIT.

      ******************************************************************
      * 2700-PEDE-EXCLUSAO  --  DEBITO QUITADO SAI DO BIRO DE CREDITO
      *                           DENTRO DO PRAZO LEGAL. FALHA NO
      *                           PEDIDO E LOGADA (A CONFERENCIA DO
      *                           GERANEGATIVACAO PEGA O DEBITO PAGO).
      ******************************************************************
       2700-PEDE-EXCLUSAO.
            MOVE WS-CD-ALVO TO NGP-CD-STUDENT
            MOVE WS-COMP-ALVO TO NGP-COMPETENCIA
            MOVE 'P' TO NGP-MOTIVO
            CALL 'EXCLUINEGATIVACAO' USING WS-NEG-PARM
            IF NGP-FALHA
                DISPLAY 'EXCLUSAO NO BIRO DE CREDITO NAO PEDIDA - '
                        'CONFERIR NA NEGATIVACAO.'
                MOVE 'BAIXAPAGAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2700-PEDE-EXCLUSAO' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'EXCLUSAO NO BIRO DE CREDITO NAO PEDIDA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 2700-FIM
            END-IF
            IF NGP-DT-LIMITE > ZEROS
                DISPLAY 'DEBITO NEGATIVADO - EXCLUSAO NO BIRO ATE '
                        NGP-DT-LIMITE
            END-IF.
       2700-FIM.
            EXIT.

       END PROGRAM BAIXAPAGAMENTO.
