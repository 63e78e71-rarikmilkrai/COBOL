      ******************************************************************
      * Copybook:FD_PEDIDO_CARTEIRINHA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DOS PEDIDOS DE SEGUNDA VIA DE CARTEIRINHA
      *         REGISTRADOS PELA SECRETARIA (PEDIDOS_CARTEIRINHA.TXT):
      *         ALUNO, DATA DO PEDIDO, MOTIVO E OPERADOR QUE ATENDEU.
      *         LIDO PELO EXPORTACARTEIRINHA; O PEDIDO JA ATENDIDO
      *         (SEGUNDA VIA EMITIDA NA DATA DO PEDIDO OU DEPOIS) NAO
      *         GERA OUTRO CARTAO NEM OUTRA TAXA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-PEDIDO-CARTEIRINHA.
          03 PCR-CD-STUDENT                 PIC 9(05).
          03 PCR-DT-PEDIDO                  PIC 9(08).
          03 PCR-MOTIVO                     PIC X(01).
             88 PCR-PERDA                      VALUE 'P'.
             88 PCR-ROUBO                      VALUE 'R'.
             88 PCR-DANO                       VALUE 'D'.
          03 PCR-OPERADOR                   PIC X(20).
