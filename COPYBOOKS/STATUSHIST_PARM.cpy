      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA GRAVASTATUSHIST,
      *         COMPARTILHADO POR TODO PROGRAMA QUE ALTERA O
      *         STUDENT-STATUS (MANUTENCAOESTUDANTE, VERIFICAFORMATURA,
      *         REMATRICULA, GERAGUIATRANSFER, TRANCAMENTO,
      *         VENCETRANCAMENTO): CADA MUDANCA DE SITUACAO VIRA UMA
      *         LINHA DO HISTORICO DE STATUS COM DATA, MOTIVO E
      *         OPERADOR. CODIGOS DE MOTIVO USUAIS:
      *         FIN FINANCEIRO, MUD MUDANCA, SAU SAUDE, INS
      *         INSATISFACAO, NCF NAO CONFIRMOU REMATRICULA, TRF
      *         TRANSFERENCIA, FOR FORMATURA, INC INCLUSAO, TCU
      *         TROCA INTERNA DE CURSO (SITUACAO MANTIDA), RTR
      *         RETORNO DE TRANCAMENTO, ABD ABANDONO (TRANCAMENTO
      *         VENCIDO SEM RETORNO), OUT OUTROS.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido o motivo TCU (troca interna de
      *               curso, gravado pelo TROCACURSO com a
      *               situacao mantida).
      * 15/10/26 RMS  Incluidos os motivos RTR (retorno automatico
      *               do trancamento) e ABD (trancamento vencido sem
      *               retorno), gravados pelo VENCETRANCAMENTO.
      ******************************************************************
           02 SHI-CD-STUDENT              PIC 9(05) VALUE ZEROS.
           02 SHI-STATUS-ANTIGO           PIC X(01) VALUE SPACE.
