      *         CONTAGEM DE ELETIVAS APROVADAS POR GRUPO.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido GRE-VERSAO (versao da matriz a que
      *               o grupo pertence; em branco = original).
      ******************************************************************
       01 REG-GRUPO-ELETIVA.
          03 GRE-COURSE-CODE                PIC X(05).
          03 GRE-GRUPO                      PIC X(03).
          03 GRE-QTD-MINIMA                 PIC 9(02).
          03 GRE-DESCRICAO                  PIC X(30).
          03 GRE-VERSAO                     PIC X(04).
