      ******************************************************************
      * Copybook:CARGA_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA APURACARGAHORARIA,
      *         COMPARTILHADO PELO RELATORIOCARGAHORARIA E PELO
      *         FECHAPERIODO: O CHAMADOR INFORMA O PERIODO LETIVO E A
      *         SUBROTINA DEVOLVE, POR TURMA ATIVA DO PERIODO, AS
      *         SESSOES DADAS, AS REPOSICOES, AS AUSENCIAS DE
      *         PROFESSOR, OS MINUTOS CUMPRIDOS, A CARGA HORARIA DO
      *         CATALOGO E A SITUACAO, E QUANTAS TURMAS FICARAM ABAIXO
      *         DA CARGA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 CHG-PERIODO                 PIC X(06) VALUE SPACES.
           02 CHG-QTD-TURMAS              PIC 9(03) VALUE ZEROS.
           02 CHG-QTD-DEFICIT             PIC 9(03) VALUE ZEROS.
           02 CHG-TURMA OCCURS 100 TIMES.
              03 CHG-TUR-CODIGO           PIC X(08).
              03 CHG-TUR-MATERIA          PIC X(50).
              03 CHG-SESSOES              PIC 9(03).
              03 CHG-REPOSICOES           PIC 9(03).
              03 CHG-AUSENCIAS            PIC 9(03).
              03 CHG-MIN-CUMPRIDOS        PIC 9(06).
              03 CHG-HORAS-CATALOGO       PIC 9(03).
              03 CHG-SITUACAO             PIC 9(01).
                 88 CHG-CUMPRIDA          VALUE 0.
                 88 CHG-DEFICIT           VALUE 1.
                 88 CHG-SEM-GRADE         VALUE 2.
