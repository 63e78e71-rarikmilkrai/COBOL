      ******************************************************************
      * Copybook:FD_EXECUCAO_FATURAMENTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DAS EXECUCOES DO FATURAMENTO MENSAL
      *         (EXECUCOES_FATURAMENTO.TXT), SO DE ACRESCIMO: UMA LINHA
      *         POR EVENTO DE CADA LOTE DE FATURAMENTO. O LOTE E O
      *         IDENTIFICADOR DA EXECUCAO DO GERAMENSALIDADE (DATA E
      *         HORA DO INICIO, AAAAMMDDHHMMSS) E VAI EM CADA
      *         MENSALIDADE GERADA (MEN-LOTE-FATURAMENTO).
      *           I - INICIO DO LOTE PELO GERAMENSALIDADE
      *           T - RETOMADA DO LOTE INTERROMPIDO (RESTART)
      *           C - LOTE CONCLUIDO (ITENS = COBRANCAS GERADAS)
      *           R - REMESSA DO LOTE GERADA PELO GERAREMESSA (ITENS,
      *               VALOR E ARQUIVO DA REMESSA)
      *         LOTE COM I E SEM C ESTA INTERROMPIDO; A COMPETENCIA COM
      *         LOTE INTERROMPIDO OU CONCLUIDO NAO ACEITA OUTRO LOTE, E
      *         O LOTE COM R NAO GERA OUTRA REMESSA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-EXECUCAO-FATURAMENTO.
          03 EXF-LOTE                       PIC X(14).
          03 EXF-COMPETENCIA                PIC 9(06).
          03 EXF-EVENTO                     PIC X(01).
             88 EXF-INICIO                     VALUE 'I'.
             88 EXF-RETOMADA                   VALUE 'T'.
             88 EXF-CONCLUSAO                  VALUE 'C'.
             88 EXF-REMESSA                    VALUE 'R'.
          03 EXF-DATA                       PIC 9(08).
          03 EXF-HORA                       PIC 9(08).
          03 EXF-OPERADOR                   PIC X(20).
          03 EXF-QTD-ITENS                  PIC 9(06).
          03 EXF-VALOR-TOTAL                PIC 9(10)V9(2).
          03 EXF-ARQUIVO                    PIC X(100).
