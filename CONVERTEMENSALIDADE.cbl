      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Registro convertido nasce sem cobranca PIX
      *               (MEN-PIX-TXID em branco) - o GERACOBRANCAPIX
      *               atribui o identificador.
      * 15/10/26 RMS  Registro convertido nasce sem descontos comerciais
      *               (MEN-DESC-BOLSA/IRMAO/PONTUAL zerados).
      * 15/10/26 RMS  Item gravado sem lote de faturamento (MEN-LOTE-
      *               FATURAMENTO em branco): o lote e so das
      *               mensalidades geradas pelo GERAMENSALIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTEMENSALIDADE.
            MOVE ANT-DT-PAGAMENTO TO MEN-DT-PAGAMENTO
            MOVE ANT-VALOR-PAGO TO MEN-VALOR-PAGO
            MOVE ANT-MULTA TO MEN-MULTA
            MOVE SPACES TO MEN-PIX-TXID
            MOVE ZEROS TO MEN-DESC-BOLSA
            MOVE ZEROS TO MEN-DESC-IRMAO
            MOVE ZEROS TO MEN-DESC-PONTUAL
            MOVE SPACES TO MEN-LOTE-FATURAMENTO
            WRITE REG-MENSALIDADE
                INVALID KEY
                    ADD 1 TO WS-QTD-DUPLICADAS
