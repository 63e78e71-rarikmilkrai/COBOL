      ******************************************************************
      * Copybook:FD_PARCELA_CONVENIO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DAS PARCELAS DE EMPRESA CONVENIADA
      *         (PARCELAS_CONVENIO.TXT): A PARTE DA MENSALIDADE DE UM
      *         ALUNO NUMA COMPETENCIA QUE CABE A EMPRESA DO CONVENIO.
      *         GRAVADA PELO GERAMENSALIDADE JUNTO COM A MENSALIDADE
      *         DO ALUNO (QUE JA SAI SO COM A PARTE DELE) E
      *         CONSOLIDADA NA FATURA MENSAL DA EMPRESA PELO
      *         GERAFATURACONVENIO, QUE PREENCHE PCV-FATURA (ZERO =
      *         AINDA NAO FATURADA).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-PARCELA-CONVENIO.
          03 PCV-CNV-ID                     PIC 9(05).
          03 PCV-CD-STUDENT                 PIC 9(05).
          03 PCV-COMPETENCIA                PIC 9(06).
          03 PCV-VALOR                      PIC 9(05)V9(02).
          03 PCV-FATURA                     PIC 9(09).
