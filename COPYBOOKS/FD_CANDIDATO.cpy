      ******************************************************************
      * Copybook:FD_CANDIDATO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE CANDIDATOS DE UM PROCESSO SELETIVO
      *         (CANDIDATOS_<PROCESSO>.TXT): UMA LINHA POR INSCRICAO
      *         COM O CPF (CONFERIDO PELA VALIDACPF), O CURSO
      *         PRETENDIDO, AS NOTAS DAS PROVAS E A SITUACAO DO
      *         CANDIDATO NO PROCESSO. MANTIDO PELO MANUTENCAOCANDIDATO
      *         (INSCRICAO, NOTAS, CONFIRMACAO, DESISTENCIA) E PELO
      *         CLASSIFICAPROCESSO (CLASSIFICACAO, CHAMADAS E
      *         MATRICULA DOS CONFIRMADOS NO CADASTRO DE ESTUDANTES) -
      *         O ALUNO NOVO CHEGAVA AO CADASTRO SEM NENHUM REGISTRO DE
      *         QUEM CONCORREU, COM QUE NOTA E POR QUE FOI OU NAO
      *         CHAMADO.
      *         SITUACOES: I INSCRITO (AINDA NAO CLASSIFICADO), E
      *         ELIMINADO (MOTIVO EM CAN-MOTIVO), L LISTA DE ESPERA, C
      *         CONVOCADO (AGUARDA CONFIRMACAO), K CONFIRMADO (AGUARDA
      *         A MATRICULA PELO LOTE), M MATRICULADO (CAN-CD-STUDENT
      *         PREENCHIDO), D DESISTENTE (CONVOCADO QUE DESISTIU OU
      *         PERDEU O PRAZO DE CONFIRMACAO).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CANDIDATO.
          03 CAN-PROCESSO                   PIC X(06).
          03 CAN-INSCRICAO                  PIC 9(06).
          03 CAN-NOME                       PIC X(20).
          03 CAN-CPF                        PIC 9(11).
          03 CAN-DT-NASCIMENTO              PIC 9(08).
          03 CAN-COURSE-CODE                PIC X(05).
          03 CAN-NOTA-1                     PIC 9(3)V9(2).
          03 CAN-NOTA-2                     PIC 9(3)V9(2).
          03 CAN-NOTA-3                     PIC 9(3)V9(2).
          03 CAN-PRESENCA                   PIC X(01).
             88 CAN-PRESENTE                   VALUE 'P' ' '.
             88 CAN-AUSENTE                    VALUE 'A'.
          03 CAN-NOTA-FINAL                 PIC 9(3)V9(2).
          03 CAN-CLASSIFICACAO              PIC 9(04).
          03 CAN-SITUACAO                   PIC X(01).
             88 CAN-INSCRITO                   VALUE 'I' ' '.
             88 CAN-ELIMINADO                  VALUE 'E'.
             88 CAN-ESPERA                     VALUE 'L'.
             88 CAN-CONVOCADO                  VALUE 'C'.
             88 CAN-CONFIRMADO                 VALUE 'K'.
             88 CAN-MATRICULADO                VALUE 'M'.
             88 CAN-DESISTENTE                 VALUE 'D'.
          03 CAN-CHAMADA                    PIC 9(02).
          03 CAN-DT-CONVOCACAO              PIC 9(08).
          03 CAN-MOTIVO                     PIC X(03).
          03 CAN-CD-STUDENT                 PIC 9(05).
          03 CAN-DT-INSCRICAO               PIC 9(08).
