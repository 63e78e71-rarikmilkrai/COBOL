      *               da inadimplencia) e C (cancelada - parcela de
      *               acordo quebrado). Registro antigo, com os campos
      *               em branco, vale como mensalidade comum.
      * 15/10/26 RMS  Incluido o identificador da cobranca PIX
      *               (MEN-PIX-TXID), atribuido pelo GERACOBRANCAPIX a
      *               toda cobranca aberta e usado pelo RETORNOPIX
      *               para casar a liquidacao; branco = sem cobranca
      *               PIX registrada.
      * 15/10/26 RMS  Incluidos os descontos comerciais da cobranca:
      *               MEN-DESC-BOLSA e MEN-DESC-IRMAO ja abatidos do
      *               MEN-VALOR na geracao, e MEN-DESC-PONTUAL, que
      *               NAO e abatido - a baixa o concede quando o
      *               pagamento e anterior ao MEN-DT-VENCIMENTO.
      * 15/10/26 RMS  Incluido o tipo X (cobranca de curso livre /
      *               extensao, gerada pela MATRICULAEXTENSAO nas
      *               competencias AAAA13 a AAAA20 - parcela 1 a 8).
      * 15/10/26 RMS  Incluido o lote de faturamento (MEN-LOTE-
      *               FATURAMENTO): a execucao do GERAMENSALIDADE que
      *               gerou a mensalidade (FD_EXECUCAO_FATURAMENTO);
      *               branco = item gerado fora do faturamento mensal
      *               ou antes do lote existir. O GERAREMESSA remete
      *               os itens do lote uma unica vez.
      ******************************************************************
       01 REG-MENSALIDADE.
          03 MEN-CHAVE.
             88 MEN-TIPO-MENSALIDADE           VALUE ' ' 'M'.
             88 MEN-TIPO-PARCELA               VALUE 'A'.
             88 MEN-TIPO-TAXA                  VALUE 'T'.
             88 MEN-TIPO-EXTENSAO              VALUE 'X'.
          03 MEN-ACORDO-ID                  PIC 9(06).
          03 MEN-PIX-TXID                   PIC X(35).
          03 MEN-DESC-BOLSA                 PIC 9(5)V9(2).
          03 MEN-DESC-IRMAO                 PIC 9(5)V9(2).
          03 MEN-DESC-PONTUAL               PIC 9(5)V9(2).
          03 MEN-LOTE-FATURAMENTO           PIC X(14).
