      ******************************************************************
      * Copybook:FD_CPA_QUESTAO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA TABELA DE QUESTOES DO QUESTIONARIO DA
      *         AVALIACAO INSTITUCIONAL (CPA_QUESTOES.TXT): O NUMERO
      *         (01 A 10, A POSICAO DA NOTA NO ARQUIVO DO PORTAL) E O
      *         ENUNCIADO RESUMIDO PARA OS RELATORIOS. MANTIDA PELA
      *         COMISSAO DIRETO NO ARQUIVO, COMO O SLA_JOBS.TXT.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CPA-QUESTAO.
          03 CPQ-NUMERO                     PIC 9(02).
          03 CPQ-TEXTO                      PIC X(60).
