      ******************************************************************
      * Copybook:ATIVIDADE_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA SOMAATIVIDADES,
      *         COMPARTILHADO POR TODO PROGRAMA QUE MOSTRA OU CONFERE
      *         AS HORAS DE ATIVIDADES COMPLEMENTARES DE UM ALUNO
      *         (HISTORICO ESCOLAR, FICHA DE ORIENTACAO, FORMATURA): O
      *         CHAMADOR INFORMA O CD-STUDENT E O CURSO E A SUBROTINA
      *         DEVOLVE, POR CATEGORIA, AS HORAS LANCADAS, O TETO DO
      *         CURSO E AS HORAS VALIDAS (LIMITADAS AO TETO), O TOTAL
      *         VALIDO, O EXIGIDO PELO CURSO E A SITUACAO. CATEGORIA
      *         LANCADA FORA DAS PREVISTAS PARA O CURSO VEM COM TETO
      *         ZERO E NAO CONTA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 ATV-CD-STUDENT              PIC 9(05) VALUE ZEROS.
           02 ATV-COURSE-CODE             PIC X(05) VALUE SPACES.
           02 ATV-HORAS-EXIGIDAS          PIC 9(04) VALUE ZEROS.
           02 ATV-HORAS-LANCADAS          PIC 9(05) VALUE ZEROS.
           02 ATV-HORAS-VALIDAS           PIC 9(05) VALUE ZEROS.
           02 ATV-SITUACAO                PIC 9(01) VALUE 0.
              88 ATV-SEM-EXIGENCIA        VALUE 0.
              88 ATV-CUMPRIDA             VALUE 1.
              88 ATV-PENDENTE             VALUE 2.
           02 ATV-QTD-CATEGORIAS          PIC 9(02) VALUE ZEROS.
           02 ATV-CATEGORIA OCCURS 20 TIMES.
              03 ATV-CAT-CODIGO           PIC X(03).
              03 ATV-CAT-DESCRICAO        PIC X(30).
              03 ATV-CAT-TETO             PIC 9(04).
              03 ATV-CAT-LANCADAS         PIC 9(05).
              03 ATV-CAT-VALIDAS          PIC 9(05).
