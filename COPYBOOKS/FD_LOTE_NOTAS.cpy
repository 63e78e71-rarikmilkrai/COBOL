      *               cadastro de estudantes, conferida contra
      *               STUDENT.DAT antes do calculo; o nome permanece
      *               apenas como apoio visual de quem monta o lote.
      * 15/10/26 RMS  Incluido LOTE-OPER-ID, o operador do portal que
      *               lancou a nota (IMPORTANOTASJSON), para o
      *               CALCULARNOTAS conferir a atribuicao do professor
      *               dele a turma. Os 3 bytes antes dele ficam em
      *               branco: no arquivo de rejeitados e a posicao do
      *               motivo, e o rejeitado reapresentado como lote
      *               continua carregando o operador.
      ******************************************************************
       01 REG-LOTE-NOTAS.
          03 LOTE-CD-STUDENT                PIC 9(05).
          03 LOTE-NOTA-3                    PIC 9(3)V9(2).
          03 LOTE-NOTA-4                    PIC 9(3)V9(2).
          03 LOTE-TURMA                     PIC X(08).
          03 FILLER                         PIC X(03).
          03 LOTE-OPER-ID                   PIC X(20).
