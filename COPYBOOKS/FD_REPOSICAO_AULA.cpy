      ******************************************************************
      * Copybook:FD_REPOSICAO_AULA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE AUSENCIAS DE PROFESSOR E DE AULAS
      *         DE REPOSICAO (REPOSICOES_AULA.TXT): UMA LINHA POR AULA
      *         NAO DADA (TIPO A, NA DATA E HORARIO DA GRADE, COM O
      *         PROFESSOR DA TURMA NA DATA) OU POR AULA DE REPOSICAO
      *         (TIPO R, DATA/HORARIO/SALA PROPRIOS E, SE HOUVER, A
      *         DATA DA AUSENCIA QUE ELA REPOE). MANTIDO PELO
      *         MANUTENCAOREPOSICAO; CANCELAMENTO MARCA A LINHA (NAO
      *         REMOVE). LIDO PELA SUBROTINA APURACARGAHORARIA, QUE
      *         CONTA A CARGA HORARIA CUMPRIDA DA TURMA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-REPOSICAO-AULA.
          03 RAU-TURMA-CODIGO               PIC X(08).
          03 RAU-PERIODO                    PIC X(06).
          03 RAU-TIPO                       PIC X(01).
             88 RAU-AUSENCIA-PROFESSOR         VALUE 'A'.
             88 RAU-REPOSICAO                  VALUE 'R'.
          03 RAU-DATA                       PIC 9(08).
          03 RAU-HORA-INICIO                PIC 9(04).
          03 RAU-HORA-FIM                   PIC 9(04).
          03 RAU-SALA                       PIC X(06).
          03 RAU-PROF-CODIGO                PIC X(06).
          03 RAU-DATA-ORIGEM                PIC 9(08).
          03 RAU-MOTIVO                     PIC X(30).
          03 RAU-SITUACAO                   PIC X(01).
             88 RAU-VALIDO                     VALUE 'V' ' '.
             88 RAU-CANCELADO                  VALUE 'C'.
          03 RAU-OPERADOR                   PIC X(20).
          03 RAU-DT-REGISTRO                PIC 9(08).
