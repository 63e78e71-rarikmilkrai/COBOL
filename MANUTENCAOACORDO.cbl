      *               faixa esgotada agora desfaz as parcelas gravadas
      *               e devolve as originais, em vez de registrar um
      *               acordo pela metade.
      * 15/10/26 RMS  Acordo criado pede a exclusao no biro de credito
      *               de todos os debitos negativados do aluno
      *               (EXCLUINEGATIVACAO, motivo A).
      * 15/10/26 RMS  Item novo de mensalidade nasce sem cobranca PIX
      *               (MEN-PIX-TXID em branco) - o GERACOBRANCAPIX
      *               atribui o identificador.
      * 15/10/26 RMS  Item novo nasce sem descontos comerciais
      *               (MEN-DESC-BOLSA/IRMAO/PONTUAL zerados).
      * 15/10/26 RMS  Item gravado sem lote de faturamento (MEN-LOTE-
      *               FATURAMENTO em branco): o lote e so das
      *               mensalidades geradas pelo GERAMENSALIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOACORDO.
          COPY LOGERRO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-NEG-PARM.
          COPY NEGATIVACAO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
            MOVE WS-ACORDO-ID TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            DISPLAY 'ACORDO ' WS-ACORDO-ID ' CRIADO COM '
                    WS-QTD-PARCELAS ' PARCELA(S).'
            PERFORM 5100-PEDE-EXCLUSAO THRU 5100-FIM.
       2000-FIM.
            EXIT.

                MOVE ZEROS TO MEN-MULTA
                MOVE 'A' TO MEN-TIPO
                MOVE WS-ACORDO-ID TO MEN-ACORDO-ID
                MOVE SPACES TO MEN-PIX-TXID
                MOVE ZEROS TO MEN-DESC-BOLSA
                MOVE ZEROS TO MEN-DESC-IRMAO
                MOVE ZEROS TO MEN-DESC-PONTUAL
                MOVE SPACES TO MEN-LOTE-FATURAMENTO
                WRITE REG-MENSALIDADE
                    INVALID KEY
                        CONTINUE
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-PEDE-EXCLUSAO  --  ALUNO EM ACORDO VIGENTE SAI DO BIRO DE
      *                           CREDITO: TODOS OS SEUS DEBITOS
      *                           NEGATIVADOS VAO PARA EXCLUSAO DENTRO
      *                           DO PRAZO LEGAL, E OS SO AVISADOS SAO
      *                           CANCELADOS.
      ******************************************************************
       5100-PEDE-EXCLUSAO.
            MOVE WS-CD-ALVO TO NGP-CD-STUDENT
            MOVE ZEROS TO NGP-COMPETENCIA
            MOVE 'A' TO NGP-MOTIVO
            CALL 'EXCLUINEGATIVACAO' USING WS-NEG-PARM
            IF NGP-FALHA
                DISPLAY 'EXCLUSAO NO BIRO DE CREDITO NAO PEDIDA - '
                        'CONFERIR NA NEGATIVACAO.'
                MOVE 'MANUTENCAOACORDO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '5100-PEDE-EXCLUSAO' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'EXCLUSAO NO BIRO DE CREDITO NAO PEDIDA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 5100-FIM
            END-IF
            IF NGP-DT-LIMITE > ZEROS
                DISPLAY 'ALUNO NEGATIVADO - EXCLUSAO NO BIRO ATE '
                        NGP-DT-LIMITE
            END-IF.
       5100-FIM.
            EXIT.

       END PROGRAM MANUTENCAOACORDO.
