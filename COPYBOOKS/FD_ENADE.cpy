      ******************************************************************
      * Copybook:FD_ENADE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE SITUACAO DO ALUNO NO ENADE
      *         (ENADE.TXT): UMA LINHA POR ALUNO X ANO DO CICLO, GRAVADA
      *         PELO GERAINSCRICAOENADE NA INSCRICAO (CATEGORIA I
      *         INGRESSANTE OU C CONCLUINTE, COM O PERCENTUAL DA GRADE
      *         CONCLUIDO NA SELECAO) E MANTIDA PELO MANUTENCAOENADE -
      *         SITUACAO R INSCRITO, P PRESENTE, D DISPENSADO (MOTIVO
      *         OBRIGATORIO) E I IRREGULAR. O INGRESSANTE INSCRITO JA
      *         ESTA REGULAR; O CONCLUINTE SO FICA REGULAR PRESENTE OU
      *         DISPENSADO. IMPRESSO NO EMITEHISTORICOESCOLAR E
      *         CONFERIDO PELO VERIFICAFORMATURA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-ENADE.
          03 ENA-CD-STUDENT                 PIC 9(05).
          03 ENA-ANO                        PIC 9(04).
          03 ENA-COURSE-CODE                PIC X(05).
          03 ENA-CATEGORIA                  PIC X(01).
             88 ENA-INGRESSANTE                VALUE 'I'.
             88 ENA-CONCLUINTE                 VALUE 'C'.
             88 ENA-CATEGORIA-VALIDA           VALUE 'I' 'C'.
          03 ENA-PCT-CONCLUIDO              PIC 9(03).
          03 ENA-SITUACAO                   PIC X(01).
             88 ENA-INSCRITO                   VALUE 'R'.
             88 ENA-PRESENTE                   VALUE 'P'.
             88 ENA-DISPENSADO                 VALUE 'D'.
             88 ENA-IRREGULAR                  VALUE 'I'.
             88 ENA-SITUACAO-VALIDA            VALUE 'R' 'P' 'D' 'I'.
          03 ENA-DT-SITUACAO                PIC 9(08).
          03 ENA-MOTIVO                     PIC X(30).
          03 ENA-OPERADOR                   PIC X(20).
