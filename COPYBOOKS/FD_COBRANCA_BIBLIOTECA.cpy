      ******************************************************************
      * Copybook:FD_COBRANCA_BIBLIOTECA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DAS COBRANCAS DA BIBLIOTECA JA
      *         LANCADAS NO FINANCEIRO (BIBLIOTECA_COBRANCAS.TXT): UMA
      *         LINHA POR TAXA AVULSA GRAVADA PELO IMPORTAMULTABIBLIO,
      *         COM A CHAVE DO ITEM NO ARQUIVO DE MENSALIDADES
      *         (ALUNO + COMPETENCIA DA FAIXA DE TAXAS), O TIPO, O
      *         VALOR, O LOTE DE ORIGEM E A REFERENCIA DA BIBLIOTECA.
      *         A TAXA AVULSA NAO GUARDA O CODIGO DA TAXA, ENTAO E
      *         POR AQUI QUE O NADACONSTA SEPARA O DEBITO DE
      *         BIBLIOTECA DAS DEMAIS TAXAS EM ABERTO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-COBRANCA-BIBLIOTECA.
          03 CBB-CD-STUDENT                 PIC 9(05).
          03 CBB-COMPETENCIA                PIC 9(06).
          03 CBB-TIPO                       PIC X(01).
             88 CBB-MULTA-ATRASO               VALUE 'M'.
             88 CBB-LIVRO-PERDIDO              VALUE 'P'.
          03 CBB-VALOR                      PIC 9(5)V9(2).
          03 CBB-DT-LANCAMENTO              PIC 9(08).
          03 CBB-LOTE-ID                    PIC X(08).
          03 CBB-REFERENCIA                 PIC X(20).
