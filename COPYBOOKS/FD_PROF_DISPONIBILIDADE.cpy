      ******************************************************************
      * Copybook:FD_PROF_DISPONIBILIDADE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA DISPONIBILIDADE DOS PROFESSORES
      *         (PROF_DISPONIBILIDADE.TXT): UMA LINHA POR PROFESSOR X
      *         DIA DA SEMANA (1=SEG..6=SAB) X TURNO (M/T/N) EM QUE ELE
      *         PODE DAR AULA. MANTIDO PELO MANUTENCAOPROFESSOR
      *         (TRANSACAO V) E LIDO PELO GERAGRADEHORARIO, QUE SO
      *         PROPOE ENCONTRO DE TURMA NOS DIAS/TURNOS DISPONIVEIS DO
      *         PROFESSOR ATRIBUIDO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-PROF-DISPONIBILIDADE.
          03 PDI-PROF-CODIGO                PIC X(06).
          03 PDI-DIA-SEMANA                 PIC 9(01).
          03 PDI-TURNO                      PIC X(01).
             88 PDI-TURNO-MANHA                VALUE 'M'.
             88 PDI-TURNO-TARDE                VALUE 'T'.
             88 PDI-TURNO-NOITE                VALUE 'N'.
             88 PDI-TURNO-VALIDO               VALUE 'M' 'T' 'N'.
