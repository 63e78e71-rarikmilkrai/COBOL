      *         PASSOU EM CALCULO I.
      * Modification History:
      * 22/08/26 RMS  Criacao.
      * 15/10/26 RMS  Incluidos PRE-COURSE-CODE e PRE-VERSAO: linha
      *               com curso em branco vale para todos; com curso
      *               vale so para os alunos daquele curso e versao
      *               da matriz curricular.
      ******************************************************************
       01 REG-PREREQUISITO.
          03 PRE-MATERIA                    PIC X(50).
          03 PRE-REQUISITO                  PIC X(50).
          03 PRE-COURSE-CODE                PIC X(05).
          03 PRE-VERSAO                     PIC X(04).
