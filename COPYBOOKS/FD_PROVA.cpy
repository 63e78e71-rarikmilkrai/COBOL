      ******************************************************************
      * Copybook:FD_PROVA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CALENDARIO DE PROVAS (PROVAS.TXT): UMA LINHA
      *         POR PROVA DE UMA TURMA (TIPO, DATA, HORA DE INICIO/FIM
      *         E SALA DO CADASTRO FD_SALA). MANTIDO PELO
      *         MANUTENCAOPROVA, QUE RECUSA PROVA EM FERIADO OU FORA
      *         DO PERIODO LETIVO DA TURMA (CALENDARIOLETIVO), EM SALA
      *         SEM LUGARES PARA OS INSCRITOS DA TURMA, EM SALA JA
      *         OCUPADA POR OUTRA PROVA NO MESMO HORARIO E QUANDO
      *         ALGUM ALUNO DA TURMA JA TEM OUTRA PROVA NO MESMO
      *         HORARIO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-PROVA.
          03 PRV-TURMA-CODIGO               PIC X(08).
          03 PRV-TIPO                       PIC X(02).
             88 PRV-TIPO-VALIDO                VALUE 'P1' 'P2' 'P3'
                                                     'EF' 'SC'.
             88 PRV-EXAME-FINAL                VALUE 'EF'.
             88 PRV-SEGUNDA-CHAMADA            VALUE 'SC'.
          03 PRV-DATA                       PIC 9(08).
          03 PRV-HORA-INICIO                PIC 9(04).
          03 PRV-HORA-FIM                   PIC 9(04).
          03 PRV-SALA                       PIC X(06).
