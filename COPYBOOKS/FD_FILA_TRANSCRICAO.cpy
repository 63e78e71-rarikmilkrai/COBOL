      * 02/09/26 RMS  Criacao - os pedidos de historico do portal
      *               esperavam a secretaria ter tempo de emitir um a
      *               um.
      * 15/10/26 RMS  FIL-FINALIDADE iniciada por DECLARACAO (ex.
      *               DECLARACAO DE MATRICULA / DECLARACAO DE
      *               FREQUENCIA) passa a pedir declaracao, atendida
      *               pelo EMITEDECLARACAO e nao pelo historico.
      ******************************************************************
       01 REG-FILA-TRANSCRICAO.
          03 FIL-ID-PEDIDO                  PIC X(08).
          03 FIL-CD-STUDENT                 PIC 9(05).
          03 FIL-DT-PEDIDO                  PIC 9(08).
          03 FIL-FINALIDADE                 PIC X(30).
          03 FILLER REDEFINES FIL-FINALIDADE.
             05 FIL-FINALIDADE-TIPO         PIC X(10).
                88 FIL-PEDE-DECLARACAO         VALUE 'DECLARACAO'.
             05 FILLER                      PIC X(20).
          03 FIL-SITUACAO                   PIC X(01).
             88 FIL-PENDENTE                   VALUE 'P' ' '.
             88 FIL-ATENDIDO                   VALUE 'A'.
