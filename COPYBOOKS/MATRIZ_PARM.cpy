      ******************************************************************
      * Copybook:MATRIZ_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA RESOLVEMATRIZ,
      *         COMPARTILHADO POR TODO PROGRAMA QUE PRECISA SABER A
      *         VERSAO DA MATRIZ CURRICULAR DE UM ALUNO: O CHAMADOR
      *         INFORMA O CURSO, A DATA DE INGRESSO E A VERSAO GRAVADA
      *         NO CADASTRO (STUDENT-VERSAO-MATRIZ) E A SUBROTINA
      *         DEVOLVE A VERSAO A USAR, O PERIODO DE INGRESSO
      *         CALCULADO E A ORIGEM DA RESPOSTA. VERSAO GRAVADA VALE
      *         SEMPRE; SEM ELA, VALE A VERSAO DO CURSO DE MAIOR
      *         PERIODO INICIAL QUE NAO PASSE DO PERIODO DE INGRESSO;
      *         SEM NENHUMA, VERSAO EM BRANCO (MATRIZ ORIGINAL).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 MTZ-P-COURSE-CODE           PIC X(05) VALUE SPACES.
           02 MTZ-P-DT-INGRESSO           PIC 9(08) VALUE ZEROS.
           02 MTZ-P-VERSAO-ALUNO          PIC X(04) VALUE SPACES.
           02 MTZ-P-VERSAO                PIC X(04) VALUE SPACES.
           02 MTZ-P-PERIODO-INGRESSO      PIC X(06) VALUE SPACES.
           02 MTZ-P-PERIODO-VERSAO        PIC X(06) VALUE SPACES.
           02 MTZ-P-ORIGEM                PIC X(01) VALUE SPACES.
              88 MTZ-P-VINCULADA          VALUE 'V'.
              88 MTZ-P-PELO-INGRESSO      VALUE 'I'.
              88 MTZ-P-ORIGINAL           VALUE 'O'.
