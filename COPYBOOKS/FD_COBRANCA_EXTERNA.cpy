      ******************************************************************
      * Copybook:FD_COBRANCA_EXTERNA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE COBRANCA TERCEIRIZADA
      *         (COBRANCA_EXTERNA.TXT): UMA LINHA POR DEBITO (ALUNO +
      *         COMPETENCIA) ENTREGUE A ASSESSORIA DE COBRANCA PELO
      *         ENVIACOBRANCAEXT, COM A DATA DO ENVIO (E), E O
      *         DESFECHO GRAVADO PELO RETORNOCOBRANCAEXT OU PELO
      *         PROPRIO ENVIO: RECUPERADO PELA ASSESSORIA COM O VALOR
      *         E A COMISSAO (R) OU DEVOLVIDO (D) - PELA ASSESSORIA,
      *         QUANDO DESISTE DO DEBITO, OU PELA ESCOLA, QUANDO O
      *         DEBITO FOI PAGO OU RENEGOCIADO DIRETO. O
      *         EXTRATOCOBRANCAEXT CONCILIA ENVIADO X RECUPERADO X
      *         DEVOLVIDO NO MES.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-COBRANCA-EXTERNA.
          03 CEX-CD-STUDENT                 PIC 9(05).
          03 CEX-COMPETENCIA                PIC 9(06).
          03 CEX-VALOR                      PIC 9(05)V9(02).
          03 CEX-DT-VENCIMENTO              PIC 9(08).
          03 CEX-SITUACAO                   PIC X(01).
             88 CEX-ENVIADA                 VALUE 'E'.
             88 CEX-RECUPERADA              VALUE 'R'.
             88 CEX-DEVOLVIDA               VALUE 'D'.
          03 CEX-DT-ENVIO                   PIC 9(08).
          03 CEX-DT-DESFECHO                PIC 9(08).
          03 CEX-VALOR-RECUPERADO           PIC 9(05)V9(02).
          03 CEX-COMISSAO                   PIC 9(05)V9(02).
          03 CEX-MOTIVO-DEVOLUCAO           PIC X(01).
             88 CEX-DEVOLVIDA-ASSESSORIA    VALUE 'A'.
             88 CEX-DEVOLVIDA-ESCOLA        VALUE 'E'.
