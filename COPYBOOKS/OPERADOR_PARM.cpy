      *         TRANSACOES DE MANUTENCAO.
      * Modification History:
      * 09/08/26 RMS  Criacao.
      * 15/10/26 RMS  Retorno do professor vinculado e do perfil do
      *               operador autenticado (OPER-PROF-CODIGO e
      *               OPER-PERFIL), em branco quando nao autorizado.
      * 15/10/26 RMS  Retorno da unidade (campus) do operador
      *               autenticado (OPER-UNIDADE); em branco = todas.
      ******************************************************************
           02 OPER-ID                     PIC X(20) VALUE SPACES.
           02 OPER-SENHA                  PIC X(10) VALUE SPACES.
           02 OPER-RETORNO                PIC 99    VALUE 1.
              88 OPER-AUTORIZADO          VALUE 0.
              88 OPER-NAO-AUTORIZADO      VALUE 1.
           02 OPER-PROF-CODIGO            PIC X(06) VALUE SPACES.
           02 OPER-PERFIL                 PIC X(01) VALUE SPACE.
              88 OPER-PROFESSOR           VALUE 'P'.
              88 OPER-SECRETARIA          VALUE 'S'.
           02 OPER-UNIDADE                PIC X(02) VALUE SPACES.
              88 OPER-TODAS-UNIDADES      VALUE SPACES.
