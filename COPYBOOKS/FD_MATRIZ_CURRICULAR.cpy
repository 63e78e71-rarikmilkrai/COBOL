      ******************************************************************
      * Copybook:FD_MATRIZ_CURRICULAR
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE MATRIZES CURRICULARES
      *         (MATRIZES_CURRICULARES.TXT): UMA LINHA POR CURSO X
      *         VERSAO DA GRADE, COM O PERIODO DE INGRESSO (AAAA-S) A
      *         PARTIR DO QUAL A VERSAO VALE PARA OS INGRESSANTES. AS
      *         MATERIAS DE CADA VERSAO SAO AS LINHAS DO FD_CURRICULO
      *         COM O MESMO CUR-VERSAO; VERSAO EM BRANCO E A MATRIZ
      *         ORIGINAL DO CURSO (ANTERIOR A QUALQUER REVISAO). LIDO
      *         PELA SUBROTINA RESOLVEMATRIZ E PELO MIGRAMATRIZ.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-MATRIZ.
          03 MTZ-COURSE-CODE                PIC X(05).
          03 MTZ-VERSAO                     PIC X(04).
          03 MTZ-PERIODO-INICIAL            PIC X(06).
          03 MTZ-DESCRICAO                  PIC X(30).
