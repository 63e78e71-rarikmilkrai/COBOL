      ******************************************************************
      * Copybook:CREDITO_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA LANCACREDITO (RAZAO
      *         DE CREDITOS DO ALUNO): FUNCAO L LANCA UM MOVIMENTO
      *         (TIPO C/P/U/D/X DO FD_CREDITO_ALUNO, VALOR,
      *         COMPETENCIA DE ORIGEM OU DESTINO, REFERENCIA E
      *         OPERADOR); FUNCAO S DEVOLVE O SALDO ATUAL DO ALUNO.
      *         NAS DUAS, CRP-SALDO VOLTA COM O SALDO APOS A OPERACAO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 CRP-FUNCAO                  PIC X(01) VALUE SPACE.
              88 CRP-LANCA                VALUE 'L'.
              88 CRP-CONSULTA-SALDO       VALUE 'S'.
           02 CRP-CD-STUDENT              PIC 9(05) VALUE ZEROS.
           02 CRP-TIPO                    PIC X(01) VALUE SPACE.
           02 CRP-VALOR                   PIC 9(7)V9(2) VALUE ZEROS.
           02 CRP-COMPETENCIA             PIC 9(06) VALUE ZEROS.
           02 CRP-REFERENCIA              PIC X(12) VALUE SPACES.
           02 CRP-OPERADOR                PIC X(20) VALUE SPACES.
           02 CRP-SALDO                   PIC S9(7)V9(2) VALUE ZEROS.
           02 CRP-RETORNO                 PIC 9     VALUE 0.
              88 CRP-OK                   VALUE 0.
              88 CRP-FALHA                VALUE 1.
