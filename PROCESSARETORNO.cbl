      *         (TRANSMISSAO TRUNCADA E RECUSADA E LOGADA), E POSTA
      *         CADA PAGAMENTO NAS MESMAS REGRAS DO BAIXAPAGAMENTO
      *         (MULTA DE 2% + 0,033%/DIA, TRILHA DE AUDITORIA $).
      *         ITEM SEM MENSALIDADE VAI PARA O RELATORIO DE
      *         REJEITADOS (RETORNO_REJEITOS.TXT) E O JOB TERMINA COM
      *         RC 4 - E O QUE O FECHAMENTO MENSAL CONFERE ANTES DE
      *         FECHAR A COMPETENCIA. ITEM JA PAGO E VALOR PAGO A
      *         MAIOR VIRAM CREDITO DO ALUNO (LANCACREDITO).
      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      *               a ir para os rejeitos em vez de postar por cima
      *               do registro - evitava-se assim a cobranca em
      *               duplicidade com as parcelas do acordo.
      * 15/10/26 RMS  O valor pago acima do devido (valor + multa)
      *               passou a ser lancado como credito do aluno
      *               (LANCACREDITO, tipo C) e o pagamento em
      *               duplicidade de item ja pago deixou de ir para
      *               os rejeitos: entra inteiro como credito (tipo
      *               P), aplicado na proxima mensalidade ou devolvido
      *               pelo DEVOLVECREDITO.
      * 15/10/26 RMS  Pagamento postado pede a exclusao do debito no
      *               biro de credito (EXCLUINEGATIVACAO, motivo P).
      * 15/10/26 RMS  Pagamento ate a vespera do vencimento abate o
      *               desconto de pontualidade (MEN-DESC-PONTUAL) do
      *               devido - o excedente virando credito e calculado
      *               sobre o valor ja descontado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSARETORNO.
          COPY AUDITORIA_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.
       01 WS-NEG-PARM.
          COPY NEGATIVACAO_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       77 WS-MULTA                 PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(30) VALUE SPACES.
       77 WS-DEVIDO                PIC 9(08)V9(2) VALUE ZEROS.
       77 WS-DESC-PONTUAL          PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-EXCEDENTE             PIC 9(08)V9(2) VALUE ZEROS.
       77 WS-QTD-CREDITADOS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXCL-BIRO         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-CREDITADO         PIC 9(10)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'ITENS LIDOS..........: ' WS-QTD-ITENS
            DISPLAY 'PAGAMENTOS POSTADOS..: ' WS-QTD-POSTADOS
            DISPLAY 'ITENS REJEITADOS.....: ' WS-QTD-REJEITADOS
            MOVE WS-TOT-CREDITADO TO WS-VALOR-ED
            DISPLAY 'CREDITOS DE ALUNO....: ' WS-QTD-CREDITADOS
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'EXCLUSOES NO BIRO....: ' WS-QTD-EXCL-BIRO
            DISPLAY 'REJEITADOS EM........: ' WS-REJ-DD
            IF WS-QTD-REJEITADOS > 0
                MOVE 4 TO RETURN-CODE
      ******************************************************************
      * 3000-POSTA-ITEM  --  POSTA UM ITEM PAGO NAS REGRAS DO
      *                        BAIXAPAGAMENTO (MULTA 2% + 0,033%/DIA,
      *                        AUDITORIA $); ITEM SEM MENSALIDADE VAI
      *                        PARA O REJEITOS; ITEM JA PAGO E O VALOR
      *                        PAGO ACIMA DO DEVIDO VIRAM CREDITO DO
      *                        ALUNO.
      ******************************************************************
       3000-POSTA-ITEM.
            MOVE WS-ITEM-CD(WS-IDX) TO MEN-CD-STUDENT
                    GO TO 3000-FIM
            END-READ
            IF MEN-PAGA
                MOVE WS-ITEM-VALOR(WS-IDX) TO WS-EXCEDENTE
                MOVE 'P' TO CRP-TIPO
                PERFORM 3600-LANCA-CREDITO THRU 3600-FIM
                GO TO 3000-FIM
            END-IF
            IF NOT MEN-ABERTA
            STRING 'P ' WS-ITEM-COMP(WS-IDX) ' RETORNO'
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            PERFORM 3700-PEDE-EXCLUSAO THRU 3700-FIM

      * DESCONTO DE PONTUALIDADE SO VALE ATE A VESPERA DO VENCIMENTO
            MOVE ZEROS TO WS-DESC-PONTUAL
            IF WS-ITEM-DT(WS-IDX) < MEN-DT-VENCIMENTO
                MOVE MEN-DESC-PONTUAL TO WS-DESC-PONTUAL
            END-IF
            COMPUTE WS-DEVIDO = MEN-VALOR + WS-MULTA - WS-DESC-PONTUAL
            IF WS-ITEM-VALOR(WS-IDX) > WS-DEVIDO
                COMPUTE WS-EXCEDENTE =
                        WS-ITEM-VALOR(WS-IDX) - WS-DEVIDO
                MOVE 'C' TO CRP-TIPO
                PERFORM 3600-LANCA-CREDITO THRU 3600-FIM
            END-IF.
       3000-FIM.
            EXIT.

       3500-FIM.
            EXIT.

      ******************************************************************
      * 3600-LANCA-CREDITO  --  LANCA WS-EXCEDENTE NO RAZAO DE CREDITOS
      *                           DO ALUNO (TIPO EM CRP-TIPO: C
      *                           EXCEDENTE / P DUPLICIDADE); FALHA NO
      *                           LANCAMENTO VAI PARA O REJEITOS PARA
      *                           O DINHEIRO NAO SUMIR.
      ******************************************************************
       3600-LANCA-CREDITO.
            SET CRP-LANCA TO TRUE
            MOVE WS-ITEM-CD(WS-IDX) TO CRP-CD-STUDENT
            MOVE WS-EXCEDENTE TO CRP-VALOR
            MOVE WS-ITEM-COMP(WS-IDX) TO CRP-COMPETENCIA
            MOVE 'RETORNO' TO CRP-REFERENCIA
            MOVE WS-OPERADOR TO CRP-OPERADOR
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            IF CRP-FALHA
                MOVE 'CREDITO NAO LANCADO' TO WS-MOTIVO
                PERFORM 3500-GRAVA-REJEITO THRU 3500-FIM
                GO TO 3600-FIM
            END-IF
            ADD 1 TO WS-QTD-CREDITADOS
            ADD WS-EXCEDENTE TO WS-TOT-CREDITADO

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-ITEM-CD(WS-IDX) TO AUD-CD-STUDENT
            MOVE 'CREDITO-ALUNO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING CRP-TIPO ' ' WS-ITEM-COMP(WS-IDX)
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE WS-EXCEDENTE TO WS-VALOR-ED
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
            MOVE WS-ITEM-CD(WS-IDX) TO NGP-CD-STUDENT
            MOVE WS-ITEM-COMP(WS-IDX) TO NGP-COMPETENCIA
            MOVE 'P' TO NGP-MOTIVO
            CALL 'EXCLUINEGATIVACAO' USING WS-NEG-PARM
            IF NGP-FALHA
                MOVE 'PROCESSARETORNO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3700-PEDE-EXCLUSAO' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING 'EXCLUSAO NO BIRO NAO PEDIDA - ALUNO '
                       WS-ITEM-CD(WS-IDX) ' COMP ' WS-ITEM-COMP(WS-IDX)
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 3700-FIM
            END-IF
            ADD NGP-QTD-MARCADAS TO WS-QTD-EXCL-BIRO.
       3700-FIM.
            EXIT.

       END PROGRAM PROCESSARETORNO.
