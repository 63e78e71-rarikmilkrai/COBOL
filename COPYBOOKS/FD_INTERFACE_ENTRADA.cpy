      ******************************************************************
      * Copybook:FD_INTERFACE_ENTRADA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA TABELA DE INTERFACES DE ENTRADA
      *         (INTERFACES_ENTRADA.TXT), LIDA PELO RELATORIOMATINAL:
      *         CADA LINHA E UM ARQUIVO QUE CHEGA DE FORA (PORTAL, LMS,
      *         CATRACAS, BANCO...) E O JOB DA CADEIA QUE O PROCESSA,
      *         COM O NOME REGISTRADO NO JOBCTRL.TXT. O ARQUIVO
      *         PRESENTE, NAO VAZIO E MAIS NOVO QUE O ULTIMO FIM COM
      *         RC ATE 04 DO SEU JOB CHEGOU E NAO FOI PROCESSADO.
      *         INT-ARQUIVO E RELATIVO AO DIRETORIO DE DADOS
      *         (DD_DIR_INTERFACES). LINHA COM INT-ARQUIVO EM BRANCO OU
      *         INICIADA POR '*' E IGNORADA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-INTERFACE-ENTRADA.
          03 INT-ARQUIVO                    PIC X(50).
          03 INT-JOB                        PIC X(20).
          03 INT-DESCRICAO                  PIC X(30).
