      ******************************************************************
      * Copybook:FD_SEGUNDA_CHAMADA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE PEDIDOS DE SEGUNDA CHAMADA
      *         (SEGUNDA_CHAMADA.TXT): UM PEDIDO POR ALUNO X TURMA X
      *         DATA DA PROVA PERDIDA (FD_PROVA), COM A JUSTIFICATIVA
      *         E A REFERENCIA DO ATESTADO (SES-ATESTADO), MANTIDO PELO
      *         SEGUNDACHAMADA. O PEDIDO FICA ABERTO ATE A DECISAO DA
      *         COORDENACAO; O DEFERIDO GERA A TAXA DE SEGUNDA CHAMADA
      *         (TABELA DO LANCATAXA) SALVO AUSENCIA JA JUSTIFICADA (J)
      *         NA FREQ-SESSAO - OS PEDIDOS VIVIAM NUMA PLANILHA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-SEGUNDA-CHAMADA.
          03 SCH-ID                         PIC 9(06).
          03 SCH-CD-STUDENT                 PIC 9(05).
          03 SCH-TURMA-CODIGO               PIC X(08).
          03 SCH-DT-PROVA                   PIC 9(08).
          03 SCH-TIPO-PROVA                 PIC X(02).
          03 SCH-PERIODO                    PIC X(06).
          03 SCH-DT-PEDIDO                  PIC 9(08).
          03 SCH-DT-LIMITE                  PIC 9(08).
          03 SCH-JUSTIFICATIVA              PIC X(40).
          03 SCH-ATESTADO                   PIC X(20).
          03 SCH-SITUACAO                   PIC X(01).
             88 SCH-ABERTO                     VALUE 'A'.
             88 SCH-DEFERIDO                   VALUE 'D'.
             88 SCH-INDEFERIDO                 VALUE 'I'.
          03 SCH-DT-DECISAO                 PIC 9(08).
          03 SCH-DECISOR                    PIC X(20).
          03 SCH-COBRANCA                   PIC X(01).
             88 SCH-TAXA-LANCADA               VALUE 'T'.
             88 SCH-ISENTO-JUSTIFICADA         VALUE 'J'.
          03 SCH-COMPETENCIA-TAXA           PIC 9(06).
