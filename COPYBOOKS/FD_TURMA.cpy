      *               E O ALUNO VAI PARA A LISTA DE ESPERA (COPYBOOK
      *               FD_LISTA_ESPERA). LINHA ANTIGA, COM O CAMPO EM
      *               BRANCO/ZERO, VALE COMO SEM LIMITE.
      * 15/10/26 RMS  INCLUIDA TURMA-UNIDADE (CAMPUS ONDE A TURMA E
      *               DADA). LINHA ANTIGA, COM O CAMPO EM BRANCO, VALE
      *               COMO UNIDADE SEDE (01).
      * 15/10/26 RMS  INCLUIDOS TURMA-TIPO (E = OFERTA DE EXTENSAO /
      *               CURSO LIVRE, ABERTA A PARTICIPANTES SEM CURSO
      *               DE GRADUACAO), TURMA-VALOR-CURSO (PRECO TOTAL DO
      *               CURSO LIVRE, COBRADO NA MATRICULAEXTENSAO) E
      *               TURMA-FREQ-MINIMA (PERCENTUAL PARA O
      *               CERTIFICADO; ZERO = 75). LINHA ANTIGA, EM
      *               BRANCO, VALE COMO TURMA REGULAR.
      ******************************************************************
       01 REG-TURMA.
          03 TURMA-CODIGO                   PIC X(08).
             88 TURMA-ATIVA                    VALUE 'A'.
             88 TURMA-INATIVA                  VALUE 'I'.
          03 TURMA-CAPACIDADE               PIC 9(03).
          03 TURMA-UNIDADE                  PIC X(02).
          03 TURMA-TIPO                     PIC X(01).
             88 TURMA-REGULAR                  VALUE ' ' 'R'.
             88 TURMA-EXTENSAO                 VALUE 'E'.
          03 TURMA-VALOR-CURSO              PIC 9(05)V9(02).
          03 TURMA-FREQ-MINIMA              PIC 9(03).
