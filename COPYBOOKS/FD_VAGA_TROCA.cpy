      ******************************************************************
      * Copybook:FD_VAGA_TROCA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO QUADRO DE VAGAS DA TROCA INTERNA DE CURSO
      *         (VAGAS_TROCA_CURSO.TXT): UMA LINHA POR PERIODO X
      *         CURSO DESTINO COM O NUMERO DE VAGAS ABERTAS A ALUNOS DE
      *         OUTROS CURSOS E A DATA LIMITE (AAAAMMDD) PARA PEDIR A
      *         TROCA NAQUELE PERIODO. CURSO SEM LINHA NO PERIODO NAO
      *         RECEBE TROCA. LIDO PELO TROCACURSO, QUE CONTA AS VAGAS
      *         JA USADAS NO REGISTRO DE TROCAS (FD_TROCA_CURSO).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-VAGA-TROCA.
          03 VTR-PERIODO                    PIC X(06).
          03 VTR-COURSE-CODE                PIC X(05).
          03 VTR-QTD-VAGAS                  PIC 9(04).
          03 VTR-DT-LIMITE                  PIC 9(08).
