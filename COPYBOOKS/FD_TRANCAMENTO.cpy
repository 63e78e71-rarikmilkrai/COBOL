      ******************************************************************
      * Copybook:FD_TRANCAMENTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE PEDIDOS DE TRANCAMENTO
      *         (TRANCAMENTOS.TXT), GRAVADO PELO TRANCAMENTO A CADA
      *         PEDIDO (APROVADO OU RECUSADO) E ATUALIZADO PELO
      *         VENCETRANCAMENTO: DATA DO PEDIDO, PRIMEIRO PERIODO
      *         TRANCADO E QUANTIDADE DE PERIODOS ('AAAA-S'), PERIODO
      *         DE RETORNO PREVISTO, MOTIVO DO ALUNO E A SITUACAO DO
      *         PEDIDO - A APROVADO (AGENDADO OU EM CURSO), R RECUSADO
      *         (MOTIVO DA RECUSA: CON LIMITE CONSECUTIVO, TOT LIMITE
      *         TOTAL DO CURSO), F ENCERRADO (RETORNO OU RENOVACAO) E
      *         X EXPIRADO (ALUNO NAO VOLTOU - EVASAO). TRA-DT-SITUACAO
      *         E A DATA DA ULTIMA MUDANCA DE SITUACAO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-TRANCAMENTO.
          03 TRA-CD-STUDENT                 PIC 9(05).
          03 TRA-DT-PEDIDO                  PIC 9(08).
          03 TRA-PERIODO-INICIO             PIC X(06).
          03 TRA-QTD-PERIODOS               PIC 9(02).
          03 TRA-PERIODO-RETORNO            PIC X(06).
          03 TRA-MOTIVO                     PIC X(03).
          03 TRA-SITUACAO                   PIC X(01).
             88 TRA-APROVADO                   VALUE 'A'.
             88 TRA-RECUSADO                   VALUE 'R'.
             88 TRA-ENCERRADO                  VALUE 'F'.
             88 TRA-EXPIRADO                   VALUE 'X'.
             88 TRA-CONTA-LIMITE               VALUE 'A' 'F' 'X'.
          03 TRA-MOTIVO-RECUSA              PIC X(03).
          03 TRA-DT-SITUACAO                PIC 9(08).
          03 TRA-DT-NOTIFICACAO             PIC 9(08).
          03 TRA-OPERADOR                   PIC X(20).
