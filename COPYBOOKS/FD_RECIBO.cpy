      * Modification History:
      * 02/09/26 RMS  Criacao - a familia saia da tesouraria sem nada
      *               na mao.
      * 15/10/26 RMS  Incluido o canal do recebimento (REC-CANAL): C
      *               = caixa da tesouraria (BAIXAPAGAMENTO), X = PIX
      *               (RETORNOPIX); recibo antigo, em branco, e caixa.
      ******************************************************************
       01 REG-RECIBO.
          03 REC-NUMERO                     PIC 9(09).
          03 REC-VALOR                      PIC 9(5)V9(2).
          03 REC-DT-PAGAMENTO               PIC 9(08).
          03 REC-OPERADOR                   PIC X(20).
          03 REC-CANAL                      PIC X(01).
             88 REC-CANAL-CAIXA                VALUE ' ' 'C'.
             88 REC-CANAL-PIX                  VALUE 'X'.
