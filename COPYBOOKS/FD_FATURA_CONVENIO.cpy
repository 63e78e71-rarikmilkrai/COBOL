      ******************************************************************
      * Copybook:FD_FATURA_CONVENIO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE FATURAS DE CONVENIO
      *         (FATURAS_CONVENIO.TXT): UMA FATURA CONSOLIDADA POR
      *         EMPRESA E COMPETENCIA, EMITIDA PELO GERAFATURACONVENIO
      *         (NUMERO DA SERIE FATURA DO GERATICKET) E BAIXADA PELO
      *         BAIXAFATURACONVENIO. E A DIVIDA DA EMPRESA, LISTADA A
      *         PARTE DA DIVIDA DOS ALUNOS PELO RELATORIOINADIMPLENTES
      *         E PELO RELATORIOAGING.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-FATURA-CONVENIO.
          03 FCV-NUMERO                     PIC 9(09).
          03 FCV-CNV-ID                     PIC 9(05).
          03 FCV-COMPETENCIA                PIC 9(06).
          03 FCV-DT-EMISSAO                 PIC 9(08).
          03 FCV-DT-VENCIMENTO              PIC 9(08).
          03 FCV-VALOR                      PIC 9(07)V9(02).
          03 FCV-QTD-ALUNOS                 PIC 9(05).
          03 FCV-SITUACAO                   PIC X(01).
             88 FCV-ABERTA                     VALUE 'A'.
             88 FCV-PAGA                       VALUE 'P'.
          03 FCV-DT-PAGAMENTO               PIC 9(08).
          03 FCV-VALOR-PAGO                 PIC 9(07)V9(02).
          03 FCV-OPERADOR                   PIC X(20).
