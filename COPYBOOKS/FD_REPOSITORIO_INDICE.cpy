      ******************************************************************
      * Copybook:FD_REPOSITORIO_INDICE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO INDICE DO REPOSITORIO DE RELATORIOS
      *         (REPOSITORIO_INDICE.TXT): UMA LINHA POR RELATORIO
      *         EMITIDO, GRAVADA PELO ARQUIVARELATORIO NO FECHAMENTO
      *         DO RELATORIO - TIPO, DATA/HORA DA EMISSAO, JOB,
      *         OPERADOR, PARAMETROS DE PERIODO, PAGINAS E LINHAS, O
      *         NOME GERADO DA COPIA NO REPOSITORIO E O ARQUIVO
      *         ORIGINAL (QUE A PROXIMA EXECUCAO SOBRESCREVE). O
      *         EXPURGARELATORIO MARCA COMO EXPURGADA A LINHA CUJA
      *         COPIA PASSOU DO PRAZO DA TABELA DE RETENCAO, E O
      *         CONSULTARELATORIO PESQUISA E REIMPRIME POR ELE.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-REPOSITORIO-INDICE.
          03 RIX-RELATORIO                  PIC X(20).
          03 RIX-DATA                       PIC 9(08).
          03 RIX-HORA                       PIC 9(08).
          03 RIX-JOB                        PIC X(20).
          03 RIX-OPERADOR                   PIC X(20).
          03 RIX-PERIODO                    PIC X(20).
          03 RIX-PAGINAS                    PIC 9(05).
          03 RIX-LINHAS                     PIC 9(07).
          03 RIX-SITUACAO                   PIC X(01).
             88 RIX-DISPONIVEL                 VALUE 'D'.
             88 RIX-EXPURGADO                  VALUE 'X'.
          03 RIX-DT-EXPURGO                 PIC 9(08).
          03 RIX-COPIA                      PIC X(100).
          03 RIX-ORIGEM                     PIC X(100).
