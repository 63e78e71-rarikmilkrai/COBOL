      ******************************************************************
      * Copybook:FD_CREDITO_ALUNO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO RAZAO DE CREDITOS DO ALUNO
      *         (CREDITOS_ALUNO.TXT): UM MOVIMENTO POR LINHA, SO
      *         ACRESCENTADO, NUNCA REGRAVADO. O SALDO DO ALUNO E A
      *         SOMA DOS MOVIMENTOS: C EXCEDENTE DE PAGAMENTO (VALOR
      *         PAGO ACIMA DO DEVIDO, BAIXAPAGAMENTO/PROCESSARETORNO)
      *         E P PAGAMENTO EM DUPLICIDADE DE ITEM JA PAGO
      *         (PROCESSARETORNO) SOMAM; U CREDITO UTILIZADO NA
      *         GERACAO DA MENSALIDADE (GERAMENSALIDADE, COMPETENCIA
      *         DE DESTINO), D DEVOLUCAO APROVADA (DEVOLVECREDITO) E
      *         X ESTORNO DO EXCEDENTE JUNTO COM A BAIXA
      *         (ESTORNABAIXA) SUBTRAEM. GRAVADO PELA SUBROTINA
      *         LANCACREDITO.
      * Modification History:
      * 15/10/26 RMS  Criacao - o valor pago a maior sumia dentro do
      *               MEN-VALOR-PAGO.
      ******************************************************************
       01 REG-CREDITO-ALUNO.
          03 CRA-CD-STUDENT                 PIC 9(05).
          03 CRA-DT-MOVIMENTO               PIC 9(08).
          03 CRA-TIPO                       PIC X(01).
             88 CRA-EXCEDENTE                  VALUE 'C'.
             88 CRA-DUPLICIDADE                VALUE 'P'.
             88 CRA-UTILIZADO                  VALUE 'U'.
             88 CRA-DEVOLVIDO                  VALUE 'D'.
             88 CRA-ESTORNADO                  VALUE 'X'.
             88 CRA-SOMA-SALDO                 VALUE 'C' 'P'.
             88 CRA-SUBTRAI-SALDO              VALUE 'U' 'D' 'X'.
          03 CRA-VALOR                      PIC 9(7)V9(2).
          03 CRA-COMPETENCIA                PIC 9(06).
          03 CRA-REFERENCIA                 PIC X(12).
          03 CRA-OPERADOR                   PIC X(20).
