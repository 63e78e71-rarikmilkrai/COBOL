      *         75% - COM SO OS TOTAIS DO PERIODO, NADA PODIA SER
      *         MOSTRADO AO ALUNO QUE CONTESTAVA O CORTE. O MESMO
      *         LAYOUT E USADO PELO ARQUIVO DE LOTE DE ENTRADA.
      *         SES-ORIGEM C MARCA A PRESENCA PROVISORIA GERADA PELA
      *         CATRACA (IMPORTACATRACA), QUE O PROFESSOR CONFIRMA OU
      *         CORRIGE NO LANCASESSAO; EM BRANCO, LANCAMENTO MANUAL.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido SES-ORIGEM (C = presenca provisoria
      *               da catraca, a confirmar pelo professor).
      ******************************************************************
       01 REG-FREQ-SESSAO.
          03 SES-TURMA-CODIGO               PIC X(08).
             88 SES-AUSENTE                    VALUE 'A'.
             88 SES-AUSENTE-JUSTIF             VALUE 'J'.
          03 SES-ATESTADO                   PIC X(20).
          03 SES-ORIGEM                     PIC X(01).
             88 SES-ORIGEM-MANUAL              VALUE ' ' 'M'.
             88 SES-PROVISORIA                 VALUE 'C'.
