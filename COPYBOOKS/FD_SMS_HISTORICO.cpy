      ******************************************************************
      * Copybook:FD_SMS_HISTORICO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO HISTORICO DE ENTREGA DOS SMS
      *         (SMS_HISTORICO.TXT), ALIMENTADO PELO IMPORTASTATUSSMS A
      *         PARTIR DO ARQUIVO DE SITUACAO DEVOLVIDO PELO GATEWAY:
      *         UMA LINHA POR MUDANCA DE SITUACAO DE CADA MENSAGEM
      *         ENFILEIRADA PELO GRAVASMS, COM O IDENTIFICADOR DA FILA
      *         (DATA/HORA DE GERACAO, ALUNO, EVENTO E SEQUENCIA).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-SMS-HISTORICO.
          03 SHS-ID                         PIC X(28).
          03 SHS-ID-DETALHE REDEFINES SHS-ID.
             05 SHS-ID-DATA                 PIC 9(08).
             05 SHS-ID-HORA                 PIC 9(08).
             05 SHS-CD-STUDENT              PIC 9(05).
             05 SHS-EVENTO                  PIC X(03).
             05 SHS-ID-SEQ                  PIC 9(04).
          03 SHS-SITUACAO                   PIC X(01).
             88 SHS-ENTREGUE                   VALUE 'E'.
             88 SHS-PENDENTE                   VALUE 'P'.
             88 SHS-FALHA                      VALUE 'F'.
             88 SHS-EXPIRADA                   VALUE 'X'.
          03 SHS-DATA                       PIC 9(08).
          03 SHS-HORA                       PIC 9(06).
          03 SHS-COD-ERRO                   PIC X(10).
          03 SHS-DT-IMPORTACAO              PIC 9(08).
