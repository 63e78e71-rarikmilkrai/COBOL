      *               pertence, conferido contra o minimo do grupo no
      *               copybook FD_GRUPO_ELETIVA) - dois cursos com
      *               eletivas tinham a formatura conferida a mao.
      * 15/10/26 RMS  Incluido CUR-VERSAO (versao da matriz
      *               curricular, MATRIZES_CURRICULARES.TXT; em
      *               branco = matriz original) - a revisao da grade
      *               passava a valer para os veteranos.
      * 15/10/26 RMS  Incluido CUR-SEMESTRE (semestre da grade em que
      *               a materia e ofertada; branco/zero = sem
      *               posicao), usado pelo GERAGRADEHORARIO para nao
      *               chocar materias do mesmo semestre do curso.
      ******************************************************************
       01 REG-CURRICULO.
          03 CUR-COURSE-CODE                PIC X(05).
             88 CUR-OBRIGATORIA                VALUE 'O' ' '.
             88 CUR-ELETIVA                    VALUE 'E'.
          03 CUR-GRUPO                      PIC X(03).
          03 CUR-VERSAO                     PIC X(04).
          03 CUR-SEMESTRE                   PIC 9(02).
