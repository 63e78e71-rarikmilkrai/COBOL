      *         DADO E OS CONFLITOS APARECIAM NO PRIMEIRO DIA DE AULA.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido SAL-ACESSIVEL (S = sala acessivel),
      *               conferido pelo MANUTENCAOHORARIO contra as
      *               adaptacoes NEE dos alunos da turma.
      * 15/10/26 RMS  Incluida SAL-UNIDADE (campus da sala); em
      *               branco = unidade sede (01).
      ******************************************************************
       01 REG-SALA.
          03 SAL-CODIGO                     PIC X(06).
          03 SAL-STATUS                     PIC X(01).
             88 SAL-ATIVA                      VALUE 'A' ' '.
             88 SAL-INATIVA                    VALUE 'I'.
          03 SAL-ACESSIVEL                  PIC X(01).
             88 SAL-E-ACESSIVEL                VALUE 'S'.
          03 SAL-UNIDADE                    PIC X(02).
