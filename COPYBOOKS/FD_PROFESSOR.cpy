      *         QUEM A LECIONAVA.
      * Modification History:
      * 22/08/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido o bloco do censo docente (CPF, data de
      *               nascimento, titulacao, regime de trabalho e data
      *               de admissao), lido pelo EXPORTACENSODOCENTE;
      *               registro antigo fica com o bloco em branco/zero
      *               ate ser completado pelo MANUTENCAOPROFESSOR (D).
      * 15/10/26 RMS  Incluido o valor da hora-aula (PROF-VALOR-HORA),
      *               mantido pelo MANUTENCAOPROFESSOR (H) e lido pelo
      *               RELATORIOMARGEM para o custo docente;
      *               registro antigo fica zerado (sem custo).
      ******************************************************************
       01 REG-PROFESSOR.
          03 PROF-CODIGO                    PIC X(06).
          03 PROF-STATUS                    PIC X(01).
             88 PROF-ATIVO                     VALUE 'A'.
             88 PROF-INATIVO                   VALUE 'I'.
          03 PROF-CPF                       PIC 9(11).
          03 PROF-DT-NASCIMENTO             PIC 9(08).
          03 PROF-TITULACAO                 PIC X(01).
             88 PROF-TIT-GRADUACAO             VALUE 'G'.
             88 PROF-TIT-ESPECIALIZACAO        VALUE 'E'.
             88 PROF-TIT-MESTRADO              VALUE 'M'.
             88 PROF-TIT-DOUTORADO             VALUE 'D'.
             88 PROF-TIT-INFORMADA             VALUE 'G' 'E' 'M' 'D'.
          03 PROF-REGIME                    PIC X(01).
             88 PROF-REG-DEDICACAO-EXCL        VALUE 'X'.
             88 PROF-REG-INTEGRAL              VALUE 'I'.
             88 PROF-REG-PARCIAL               VALUE 'P'.
             88 PROF-REG-HORISTA               VALUE 'H'.
             88 PROF-REG-INFORMADO             VALUE 'X' 'I' 'P' 'H'.
          03 PROF-DT-ADMISSAO               PIC 9(08).
          03 PROF-VALOR-HORA                PIC 9(05)V9(02).
