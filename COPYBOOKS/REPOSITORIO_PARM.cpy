      ******************************************************************
      * Copybook:REPOSITORIO_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA ARQUIVARELATORIO,
      *         COMPARTILHADO POR TODO PROGRAMA QUE, AO FECHAR O SEU
      *         RELATORIO, O REGISTRA NO REPOSITORIO DE RELATORIOS:
      *         TIPO DO RELATORIO (NORMALMENTE O PROGRAM-ID), JOB,
      *         ARQUIVO EMITIDO E OS PARAMETROS DE PERIODO DA EXECUCAO.
      *         REP-PAGINAS ENTRA COM O NUMERO DE PAGINAS QUANDO O
      *         PROGRAMA O CONHECE (ZEROS = ESTIMAR PELAS LINHAS) E
      *         VOLTA COM O NUMERO REGISTRADO NO INDICE; REP-COPIA
      *         VOLTA COM O NOME GERADO DA COPIA. REP-JOB EM BRANCO
      *         VALE O PROPRIO REP-RELATORIO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 REP-RELATORIO               PIC X(20) VALUE SPACES.
           02 REP-JOB                     PIC X(20) VALUE SPACES.
           02 REP-ARQUIVO                 PIC X(100) VALUE SPACES.
           02 REP-PERIODO                 PIC X(20) VALUE SPACES.
           02 REP-PAGINAS                 PIC 9(05) VALUE ZEROS.
           02 REP-LINHAS                  PIC 9(07) VALUE ZEROS.
           02 REP-COPIA                   PIC X(100) VALUE SPACES.
           02 REP-RETORNO                 PIC 9(01) VALUE ZEROS.
              88 REP-ARQUIVADO            VALUE 0.
              88 REP-NAO-ARQUIVADO        VALUE 1.
