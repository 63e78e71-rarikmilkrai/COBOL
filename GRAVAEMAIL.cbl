      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  A linha da fila passou a levar o nome de
      *               tratamento do aluno (FEM-NOME, de EML-NOME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAEMAIL.
          03 FEM-ENDERECO                   PIC X(50).
          03 FEM-ASSUNTO                    PIC X(30).
          03 FEM-REFERENCIA                 PIC X(40).
          03 FEM-NOME                       PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-EML-DD                     PIC X(100) VALUE SPACES.
            MOVE EML-ENDERECO TO FEM-ENDERECO
            MOVE EML-ASSUNTO TO FEM-ASSUNTO
            MOVE EML-REFERENCIA TO FEM-REFERENCIA
            MOVE EML-NOME TO FEM-NOME
            WRITE REG-FILA-EMAIL
            CLOSE FILA-EMAIL
            GOBACK.
