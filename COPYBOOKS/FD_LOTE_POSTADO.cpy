      ******************************************************************
      * Copybook:FD_LOTE_POSTADO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CONTROLE DE LOTES POSTADOS
      *         (LOTES_POSTADOS.TXT): UMA LINHA POR LOTE-ID COM A
      *         QUANTIDADE DE LINHAS JA PROCESSADAS, O STATUS (P
      *         PARCIAL, C COMPLETO) E A DATA/HORA DA ULTIMA POSTAGEM
      *         DO LOTE. MANTIDO PELO CALCULARNOTAS E LIDO PELO
      *         RELATORIOANOMALIANOTA, QUE CONFRONTA A HORA DA
      *         POSTAGEM COM O FECHAMENTO DA JANELA DE LANCAMENTO.
      *         LINHAS GRAVADAS ANTES DA DATA/HORA EXISTIR CHEGAM COM
      *         ESSES CAMPOS EM BRANCO (NAO NUMERICOS).
      * Modification History:
      * 15/10/26 RMS  Criacao - o layout era declarado dentro do
      *               CALCULARNOTAS; incluidas a data e a hora da
      *               ultima postagem do lote.
      * 15/10/26 RMS  Incluido o operador que postou o lote
      *               (LP-OPERADOR), para a segregacao de funcoes
      *               (RELATORIOSOD); linha antiga chega em branco.
      ******************************************************************
       01 REG-LOTE-POSTADO.
          03 LP-LOTE-ID                     PIC X(08).
          03 LP-QTD-PROCESSADA              PIC 9(05).
          03 LP-STATUS                      PIC X(01).
          03 LP-DT-POSTAGEM                 PIC 9(08).
          03 LP-HR-POSTAGEM                 PIC 9(06).
          03 LP-OPERADOR                    PIC X(20).
