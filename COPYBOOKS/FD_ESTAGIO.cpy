      ******************************************************************
      * Copybook:FD_ESTAGIO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE CONTRATOS DE ESTAGIO SUPERVISIONADO
      *         (ESTAGIOS.TXT): UM REGISTRO POR TERMO DE COMPROMISSO,
      *         COM A EMPRESA CONCEDENTE (NOME E CNPJ), O PROFESSOR
      *         SUPERVISOR (PROF-CODIGO DO FD_PROFESSOR), A VIGENCIA, A
      *         JORNADA SEMANAL, A APOLICE DO SEGURO OBRIGATORIO E O
      *         ACUMULADO DE HORAS CUMPRIDAS (SOMA DOS RELATORIOS
      *         MENSAIS DO FD_ESTAGIO_HORAS). MANTIDO PELO
      *         MANUTENCAOESTAGIO E LIDO PELO VERIFICAFORMATURA.
      * Modification History:
      * 15/10/26 RMS  Criacao - os termos de estagio ficavam em pasta
      *               e a formatura nao sabia se o aluno cumpriu as
      *               horas exigidas pelo curso.
      ******************************************************************
       01 REG-ESTAGIO.
          03 ETG-CONTRATO                   PIC 9(06).
          03 ETG-CD-STUDENT                 PIC 9(05).
          03 ETG-EMPRESA                    PIC X(40).
          03 ETG-CNPJ                       PIC 9(14).
          03 ETG-SUPERVISOR                 PIC X(06).
          03 ETG-DT-INICIO                  PIC 9(08).
          03 ETG-DT-FIM                     PIC 9(08).
          03 ETG-HORAS-SEMANA               PIC 9(02).
          03 ETG-APOLICE                    PIC X(20).
          03 ETG-SITUACAO                   PIC X(01).
             88 ETG-ATIVO                      VALUE 'A'.
             88 ETG-ENCERRADO                  VALUE 'E'.
             88 ETG-RESCINDIDO                 VALUE 'R'.
          03 ETG-DT-ENCERRAMENTO            PIC 9(08).
          03 ETG-HORAS-CUMPRIDAS            PIC 9(04).
