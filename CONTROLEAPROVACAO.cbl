      * 02/09/26 RMS  Criacao - a auditoria externa apontou que um
      *               operador sozinho executava as transacoes mais
      *               sensiveis do sistema.
      * 15/10/26 RMS  Validacao devolve o detalhe capturado em
      *               APR-PARM-DETALHE (o executor usa os dados
      *               aprovados, nao os informados na execucao).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEAPROVACAO.
            MOVE REG-APROVACAO TO WS-APR-REG(WS-POS-APR)
            MOVE APR-SOLICITANTE TO APR-PARM-SOLICITANTE
            MOVE APR-APROVADOR TO APR-PARM-APROVADOR
            MOVE APR-DETALHE TO APR-PARM-DETALHE
            PERFORM 2200-REGRAVA-APROVACOES THRU 2200-FIM.
       2000-FIM.
            EXIT.
