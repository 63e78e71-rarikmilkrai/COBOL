      *         GRITO.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluida CXS-UNIDADE (campus do caixa), gravada
      *               na abertura a partir da unidade do operador; em
      *               branco = unidade sede (01).
      ******************************************************************
       01 REG-SESSAO-CAIXA.
          03 CXS-ID                         PIC 9(06).
          03 CXS-SUPERVISOR                 PIC X(20).
          03 CXS-TOTAL-RECEBIDO             PIC 9(8)V9(2).
          03 CXS-QTD-RECIBOS                PIC 9(04).
          03 CXS-UNIDADE                    PIC X(02).
