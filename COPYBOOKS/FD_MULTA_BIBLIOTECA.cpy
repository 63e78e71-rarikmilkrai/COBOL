      ******************************************************************
      * Copybook:FD_MULTA_BIBLIOTECA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE COBRANCAS RECEBIDO DO SISTEMA DA
      *         BIBLIOTECA (MULTAS_BIBLIOTECA.TXT): UM DETALHE POR
      *         MULTA DE ATRASO (M) OU LIVRO PERDIDO (P), COM O VALOR
      *         CALCULADO PELA BIBLIOTECA, A DATA DA OCORRENCIA E A
      *         REFERENCIA DO EMPRESTIMO/EXEMPLAR, ENTRE CABECALHO *H
      *         E TRAILER *T NA CONVENCAO DO LOTE DE NOTAS (SOMA DE
      *         CONTROLE = SOMA DOS VALORES). LIDO PELO
      *         IMPORTAMULTABIBLIO, QUE LANCA CADA COBRANCA COMO TAXA
      *         AVULSA (MEN-TIPO T); O ARQUIVO DE REJEITADOS USA O
      *         MESMO LAYOUT COM O CODIGO DO MOTIVO NO FINAL.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-MULTA-BIBLIOTECA.
          03 MBI-CD-STUDENT                 PIC 9(05).
          03 MBI-TIPO                       PIC X(01).
             88 MBI-MULTA-ATRASO               VALUE 'M'.
             88 MBI-LIVRO-PERDIDO              VALUE 'P'.
          03 MBI-VALOR                      PIC 9(5)V9(2).
          03 MBI-DT-OCORRENCIA              PIC 9(08).
          03 MBI-REFERENCIA                 PIC X(20).
