      ******************************************************************
      * Copybook:SMS_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA GRAVASMS, COMPARTILHADO
      *         POR TODO PROGRAMA QUE ENFILEIRA UMA MENSAGEM NA
      *         INTERFACE DE SAIDA DE SMS (FILA_SMS.TXT), NO MESMO
      *         ESPIRITO DO EMAIL_PARM: ALUNO, TELEFONE E RECUSA DE SMS
      *         DO FD_ENDERECO, EVENTO QUE ORIGINOU A MENSAGEM E O
      *         TEXTO. A SUBROTINA DEVOLVE EM SMS-RETORNO SE A
      *         MENSAGEM FOI ENFILEIRADA (AGORA OU PROGRAMADA PARA O
      *         FIM DO HORARIO DE SILENCIO) OU POR QUE FOI DESCARTADA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 SMS-CD-STUDENT              PIC 9(05) VALUE ZEROS.
           02 SMS-TELEFONE                PIC X(11) VALUE SPACES.
           02 SMS-OPTOUT                  PIC X(01) VALUE SPACE.
           02 SMS-EVENTO                  PIC X(03) VALUE SPACES.
              88 SMS-EVT-FALTAS              VALUE 'FAL'.
              88 SMS-EVT-VENCIMENTO          VALUE 'VEN'.
              88 SMS-EVT-COBRANCA            VALUE 'COB'.
              88 SMS-EVT-NOTAS               VALUE 'NOT'.
           02 SMS-TEXTO                   PIC X(160) VALUE SPACES.
           02 SMS-RETORNO                 PIC 9(01) VALUE 0.
              88 SMS-ENFILEIRADO             VALUE 0.
              88 SMS-PROGRAMADO              VALUE 1.
              88 SMS-RECUSADO-ALUNO          VALUE 2.
              88 SMS-TELEFONE-INVALIDO       VALUE 3.
              88 SMS-LIMITE-DIARIO           VALUE 4.
              88 SMS-NA-FILA                 VALUE 0 1.
