      ******************************************************************
      * Copybook:PROFTURMA_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA CONFEREPROFTURMA,
      *         COMPARTILHADO PELO CALCULARNOTAS E PELO
      *         IMPORTANOTASJSON: O CHAMADOR INFORMA O PROFESSOR (OU,
      *         EM BRANCO, O ID DO OPERADOR PARA A SUBROTINA BUSCAR O
      *         PROFESSOR VINCULADO EM OPERADORES.TXT), A TURMA E A
      *         DATA DO LANCAMENTO; A SUBROTINA DEVOLVE SE O PROFESSOR
      *         ESTA ATRIBUIDO A TURMA NAQUELA DATA (PROF_TURMA.TXT,
      *         SUBSTITUICOES INCLUSIVE) E O PERFIL DO OPERADOR.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 PTC-OPER-ID                 PIC X(20) VALUE SPACES.
           02 PTC-PROF-CODIGO             PIC X(06) VALUE SPACES.
           02 PTC-TURMA                   PIC X(08) VALUE SPACES.
           02 PTC-DATA                    PIC 9(08) VALUE ZEROS.
           02 PTC-PERFIL                  PIC X(01) VALUE SPACE.
              88 PTC-PROFESSOR            VALUE 'P'.
              88 PTC-SECRETARIA           VALUE 'S'.
           02 PTC-RETORNO                 PIC 9(01) VALUE 1.
              88 PTC-ATRIBUIDO            VALUE 0.
              88 PTC-NAO-ATRIBUIDO        VALUE 1.
              88 PTC-SEM-VINCULO          VALUE 2.
              88 PTC-SEM-ATRIBUICOES      VALUE 3.
