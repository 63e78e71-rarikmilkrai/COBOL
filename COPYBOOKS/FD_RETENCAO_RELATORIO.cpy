      ******************************************************************
      * Copybook:FD_RETENCAO_RELATORIO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA TABELA DE RETENCAO DO REPOSITORIO DE
      *         RELATORIOS (RETENCAO_RELATORIOS.TXT), LIDA PELO
      *         EXPURGARELATORIO: POR TIPO DE RELATORIO (O
      *         RIX-RELATORIO DO INDICE), QUANTOS DIAS A COPIA FICA NO
      *         REPOSITORIO. RET-DIAS ZERADO = GUARDAR PARA SEMPRE. A
      *         LINHA COM RET-RELATORIO 'PADRAO' VALE PARA OS TIPOS
      *         QUE NAO ESTAO NA TABELA; SEM ELA, TIPO FORA DA TABELA
      *         NAO E EXPURGADO. LINHA EM BRANCO OU INICIADA POR '*'
      *         E IGNORADA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-RETENCAO-RELATORIO.
          03 RET-RELATORIO                  PIC X(20).
          03 RET-DIAS                       PIC 9(05).
          03 RET-DESCRICAO                  PIC X(40).
