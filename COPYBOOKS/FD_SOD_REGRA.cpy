      ******************************************************************
      * Copybook:FD_SOD_REGRA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA TABELA DE REGRAS DE SEGREGACAO DE FUNCOES
      *         (SOD_REGRAS.TXT), LIDA PELO RELATORIOSOD: CADA LINHA E
      *         UM PAR DE ACOES CONFLITANTES QUE UM MESMO OPERADOR NAO
      *         PODE EXECUTAR SOBRE A MESMA TRANSACAO. ACOES
      *         RECONHECIDAS:
      *           BAIXA    BAIXA DE MENSALIDADE (RECIBOS)
      *           ESTORNO  ESTORNO DE BAIXA (ESTORNOS_BAIXA)
      *           CXABRE   ABERTURA DE SESSAO DE CAIXA
      *           CXFECHA  FECHAMENTO DE SESSAO DE CAIXA
      *           LOTEPOST POSTAGEM DE LOTE DE NOTAS
      *           CORRNOTA CORRECAO DE NOTA DE UM LOTE (AUDITORIA)
      *           ALTALUNO ALTERACAO DO CADASTRO DO ALUNO (AUDITORIA)
      *           DIPLOMA  EMISSAO DE DIPLOMA
      *           APRSOLIC SOLICITACAO NA FILA DE APROVACAO
      *           APRDECID DECISAO NA FILA DE APROVACAO
      *         A MESMA ACAO NOS DOIS LADOS DO PAR EXIGE DUAS
      *         OCORRENCIAS DELA. LINHA COM SOD-REGRA EM BRANCO OU
      *         INICIADA POR '*' E IGNORADA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-SOD-REGRA.
          03 SOD-REGRA                      PIC X(04).
          03 SOD-ACAO-1                     PIC X(08).
          03 SOD-ACAO-2                     PIC X(08).
          03 SOD-DESCRICAO                  PIC X(50).
