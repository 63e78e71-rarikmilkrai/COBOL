      ******************************************************************
      * Copybook:FD_ATIVIDADE_COMPL
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE LANCAMENTOS DE ATIVIDADES
      *         COMPLEMENTARES (ATIVIDADES_COMPL.TXT): UM REGISTRO POR
      *         CERTIFICADO APRESENTADO PELO ALUNO, COM A CATEGORIA (DO
      *         FD_CATEGORIA_ATIVIDADE), AS HORAS, A REFERENCIA DO
      *         CERTIFICADO E A SITUACAO (V VALIDO / E ESTORNADO -
      *         ESTORNO NAO APAGA, SO DEIXA DE CONTAR). MANTIDO PELO
      *         LANCAATIVIDADE E TOTALIZADO PELA SUBROTINA
      *         SOMAATIVIDADES.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-ATIVIDADE-COMPL.
          03 ACP-ID                         PIC 9(06).
          03 ACP-CD-STUDENT                 PIC 9(05).
          03 ACP-CATEGORIA                  PIC X(03).
          03 ACP-HORAS                      PIC 9(03).
          03 ACP-CERTIFICADO                PIC X(20).
          03 ACP-DESCRICAO                  PIC X(30).
          03 ACP-DT-LANCAMENTO              PIC 9(08).
          03 ACP-OPERADOR                   PIC X(20).
          03 ACP-SITUACAO                   PIC X(01).
             88 ACP-VALIDO                     VALUE 'V'.
             88 ACP-ESTORNADO                  VALUE 'E'.
