      * 22/08/26 RMS  Criacao - o registro rejeitado so aparecia no
      *               console e nos totais de controle; o operador
      *               tinha que garimpa-lo no lote original a olho.
      * 15/10/26 RMS  Incluido REJ-OPER-ID (operador do portal), na
      *               mesma posicao do LOTE-OPER-ID do lote.
      ******************************************************************
       01 REG-LOTE-REJEITO.
          03 REJ-CD-STUDENT                 PIC 9(05).
          03 REJ-NOTA-4                     PIC 9(3)V9(2).
          03 REJ-TURMA                      PIC X(08).
          03 REJ-MOTIVO                     PIC X(03).
          03 REJ-OPER-ID                    PIC X(20).
