      ******************************************************************
      * Copybook:NEGATIVACAO_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA EXCLUINEGATIVACAO,
      *         CHAMADA POR QUEM QUITA OU RENEGOCIA UM DEBITO
      *         (PROCESSARETORNO, BAIXAPAGAMENTO, MANUTENCAOACORDO):
      *         ALUNO, COMPETENCIA (ZEROS = TODOS OS DEBITOS DO ALUNO)
      *         E O MOTIVO (P PAGAMENTO / A ACORDO). DEVOLVE QUANTAS
      *         LINHAS DO REGISTRO FORAM MARCADAS E, SE ALGUMA JA
      *         ESTAVA NO BIRO, A DATA LIMITE LEGAL DA EXCLUSAO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 NGP-CD-STUDENT              PIC 9(05) VALUE ZEROS.
           02 NGP-COMPETENCIA             PIC 9(06) VALUE ZEROS.
           02 NGP-MOTIVO                  PIC X(01) VALUE SPACE.
           02 NGP-QTD-MARCADAS            PIC 9(03) VALUE ZEROS.
           02 NGP-DT-LIMITE               PIC 9(08) VALUE ZEROS.
           02 NGP-RETORNO                 PIC 9(01) VALUE ZEROS.
              88 NGP-OK                   VALUE 0.
              88 NGP-FALHA                VALUE 1.
