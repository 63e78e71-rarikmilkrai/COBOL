      ******************************************************************
      * Copybook:FD_REPASSE_FINANCIAMENTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO EXTRATO MENSAL DE REPASSE DO PROGRAMA DE
      *         FINANCIAMENTO ESTUDANTIL, LIDO PELO IMPORTAREPASSE:
      *         REGISTRO 0 (CABECALHO, COM O ID DO LOTE), 1 (DETALHE:
      *         UM REPASSE POR CONTRATO E COMPETENCIA) E 9 (TRAILER,
      *         COM A QUANTIDADE DE DETALHES E A SOMA DOS VALORES).
      *         OS TRES TIPOS DIVIDEM A MESMA AREA DE REGISTRO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-REPASSE.
          03 RPS-TIPO-REG                   PIC X(01).
             88 RPS-CABECALHO                  VALUE '0'.
             88 RPS-DETALHE                    VALUE '1'.
             88 RPS-TRAILER                    VALUE '9'.
          03 RPS-CONTRATO                   PIC X(20).
          03 RPS-CD-STUDENT                 PIC 9(05).
          03 RPS-COMPETENCIA                PIC 9(06).
          03 RPS-VALOR                      PIC 9(05)V9(02).
          03 RPS-DT-REPASSE                 PIC 9(08).
       01 REG-REPASSE-CABECALHO.
          03 RPH-TIPO-REG                   PIC X(01).
          03 RPH-LOTE-ID                    PIC X(08).
          03 RPH-MES-REFERENCIA             PIC 9(06).
          03 RPH-DT-GERACAO                 PIC 9(08).
          03 FILLER                         PIC X(24).
       01 REG-REPASSE-TRAILER.
          03 RPT-TIPO-REG                   PIC X(01).
          03 RPT-QTD-DETALHES               PIC 9(05).
          03 RPT-SOMA-VALORES               PIC 9(09)V9(02).
          03 FILLER                         PIC X(30).
