      ******************************************************************
      * Copybook:FD_OUVIDORIA_CATEGORIA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA TABELA DE CATEGORIAS DA OUVIDORIA
      *         (OUVIDORIA_CATEGORIAS.TXT): UMA LINHA POR CATEGORIA COM
      *         A DESCRICAO, O PRAZO DE RESPOSTA EM DIAS UTEIS E A AREA
      *         RESPONSAVEL PARA ONDE A MANIFESTACAO E ROTEADA NA
      *         ABERTURA (SECR, FINA, COOR...). MANUTENCAO DIRETA NO
      *         ARQUIVO, COMO O SLA_JOBS.TXT; CONSULTADA PELO
      *         MANUTENCAOOUVIDORIA E PELOS RELATORIOS DA OUVIDORIA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-OUVIDORIA-CATEGORIA.
          03 OCA-CATEGORIA                  PIC X(04).
          03 OCA-DESCRICAO                  PIC X(30).
          03 OCA-PRAZO-DIAS                 PIC 9(03).
          03 OCA-AREA                       PIC X(04).
