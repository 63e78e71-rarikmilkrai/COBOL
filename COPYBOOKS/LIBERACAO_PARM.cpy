      ******************************************************************
      * Copybook:LIBERACAO_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA CONFERELIBERACAO,
      *         COMPARTILHADO PELAS SAIDAS VOLTADAS AO ALUNO
      *         (EXPORTANOTASJSON, NOTIFICANOTAS, CONSULTAESTUDANTE360)
      *         E PELO RELATORIOEMBARGONOTA: O CHAMADOR INFORMA A TURMA,
      *         O PERIODO E A DATA DE REFERENCIA (ZERADA = HOJE); A
      *         SUBROTINA DEVOLVE SE A NOTA ESTA LIBERADA OU RETIDA.
      *         PERIODO SEM LINHA NO LIBERACAO_NOTAS.TXT (OU SEM O
      *         ARQUIVO) VOLTA SEM CONTROLE (PUBLICAVEL).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 LBC-TURMA                   PIC X(08) VALUE SPACES.
           02 LBC-PERIODO                 PIC X(06) VALUE SPACES.
           02 LBC-DATA                    PIC 9(08) VALUE ZEROS.
           02 LBC-DT-LIBERACAO            PIC 9(08) VALUE ZEROS.
           02 LBC-RETORNO                 PIC 9(01) VALUE 0.
              88 LBC-LIBERADA             VALUE 0.
              88 LBC-RETIDA               VALUE 1.
              88 LBC-SEM-CONTROLE         VALUE 2.
              88 LBC-PUBLICAVEL           VALUE 0 2.
