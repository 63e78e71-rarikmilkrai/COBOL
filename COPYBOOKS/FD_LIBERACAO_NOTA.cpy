      ******************************************************************
      * Copybook:FD_LIBERACAO_NOTA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CONTROLE DE PUBLICACAO DE NOTAS
      *         (LIBERACAO_NOTAS.TXT): UMA LINHA POR TURMA E PERIODO
      *         (HIST-TURMA/HIST-PERIODO) COM A SITUACAO - R RETIDA
      *         (EMBARGO) OU L LIBERADA -, A DATA DE LIBERACAO (PODE
      *         SER FUTURA: A NOTA SO APARECE AO ALUNO A PARTIR DELA) E
      *         O OPERADOR QUE LIBEROU. LINHA COM TURMA EM BRANCO VALE
      *         PARA O PERIODO INTEIRO (EMBARGO OU LIBERACAO EM BLOCO
      *         PELA COORDENACAO E LANCAMENTOS SEM TURMA). PERIODO SEM
      *         NENHUMA LINHA NAO ESTA SOB EMBARGO. MANTIDO PELO
      *         MANUTENCAOLIBERACAO E CONSULTADO PELA SUBROTINA
      *         CONFERELIBERACAO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-LIBERACAO-NOTA.
          03 LIB-TURMA                      PIC X(08).
          03 LIB-PERIODO                    PIC X(06).
          03 LIB-SITUACAO                   PIC X(01).
             88 LIB-RETIDA                     VALUE 'R'.
             88 LIB-LIBERADA                   VALUE 'L'.
          03 LIB-DT-LIBERACAO               PIC 9(08).
          03 LIB-OPERADOR                   PIC X(20).
