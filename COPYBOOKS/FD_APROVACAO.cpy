      * 02/09/26 RMS  Criacao - a auditoria externa apontou que um
      *               operador sozinho estornava nota, formava aluno
      *               e apagava registro.
      * 15/10/26 RMS  Tipo DEVCRED - devolucao de credito de aluno em
      *               dinheiro (DEVOLVECREDITO).
      ******************************************************************
       01 REG-APROVACAO.
          03 APR-ID                         PIC 9(09).
             88 APR-TIPO-CORRECAO              VALUE 'CORRNOTA'.
             88 APR-TIPO-FORMATURA             VALUE 'FORMATUR'.
             88 APR-TIPO-LGPD                  VALUE 'LGPD'.
             88 APR-TIPO-DEVOLUCAO             VALUE 'DEVCRED'.
          03 APR-CD-STUDENT                 PIC 9(05).
          03 APR-DETALHE                    PIC X(60).
          03 APR-SOLICITANTE                PIC X(20).
