      ******************************************************************
      * Copybook:FD_ENADE_CICLO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE CURSOS AVALIADOS NO CICLO DO ENADE
      *         (ENADE_CICLO.TXT): UMA LINHA POR ANO X CURSO DO CICLO,
      *         COM O PERCENTUAL DA CARGA HORARIA DA GRADE (CURRICULO X
      *         CATALOGO-CARGA-HORARIA) A PARTIR DO QUAL O ALUNO E
      *         CONCLUINTE (ZERO VALE 80%). LIDO PELO GERAINSCRICAOENADE
      *         E PELO VERIFICAFORMATURA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-ENADE-CICLO.
          03 ECI-ANO                        PIC 9(04).
          03 ECI-COURSE-CODE                PIC X(05).
          03 ECI-PCT-CONCLUINTE             PIC 9(03).
