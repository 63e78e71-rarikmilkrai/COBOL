      ******************************************************************
      * Copybook:FD_AGING_HISTORICO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO HISTORICO DO ENVELHECIMENTO DA CARTEIRA
      *         (AGING_HISTORICO.TXT): UMA FOTOGRAFIA POR EXECUCAO DO
      *         RELATORIOAGING COM O SALDO ABERTO A VENCER NOS
      *         PROXIMOS 30 DIAS E O SALDO VENCIDO POR FAIXA. DUAS
      *         FOTOGRAFIAS COM CERCA DE UM MES DE DISTANCIA DAO A
      *         TAXA DE RECEBIMENTO DE CADA FAIXA (O QUE NAO ROLOU
      *         PARA A FAIXA SEGUINTE FOI RECEBIDO), USADA PELO
      *         PROJECAORECEBIVEIS.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-AGING-HISTORICO.
          03 AGH-DT-EXECUCAO                PIC 9(08).
          03 AGH-A-VENCER                   PIC 9(09)V9(02).
          03 AGH-F30                        PIC 9(09)V9(02).
          03 AGH-F60                        PIC 9(09)V9(02).
          03 AGH-F90                        PIC 9(09)V9(02).
          03 AGH-F120                       PIC 9(09)V9(02).
