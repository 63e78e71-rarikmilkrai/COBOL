      ******************************************************************
      * Copybook:NADACONSTA_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA NADACONSTA, A
      *         CONFERENCIA UNICA DE PENDENCIAS DO ALUNO ANTES DO
      *         DIPLOMA, DA GUIA DE TRANSFERENCIA E DA CERTIDAO DE
      *         NADA CONSTA: O CHAMADOR INFORMA O CD-STUDENT E SE O
      *         BLOQUEIO FINANCEIRO ENTRA NA CONFERENCIA (A GUIA DE
      *         TRANSFERENCIA, LEGALMENTE DEVIDA, PEDE SEM ELE) E A
      *         SUBROTINA DEVOLVE A CONTAGEM DE CADA PENDENCIA -
      *         MENSALIDADES VENCIDAS ALEM DA TOLERANCIA, DOCUMENTOS
      *         DE MATRICULA PENDENTES, DEBITOS DE BIBLIOTECA EM
      *         ABERTO, SUSPENSAO DISCIPLINAR EM CURSO E EQUIPAMENTOS
      *         NAO DEVOLVIDOS - E PENDENTE QUANDO HA QUALQUER UMA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 NCT-CD-STUDENT              PIC 9(05) VALUE ZEROS.
           02 NCT-CONFERE-FINANCEIRO      PIC X(01) VALUE 'S'.
              88 NCT-COM-FINANCEIRO       VALUE 'S'.
              88 NCT-SEM-FINANCEIRO       VALUE 'N'.
           02 NCT-FINANCEIRO-BLOQUEADO    PIC 9(01) VALUE 0.
              88 NCT-BLOQUEIO-FINANCEIRO  VALUE 1.
           02 NCT-QTD-VENCIDAS            PIC 9(03) VALUE ZEROS.
           02 NCT-QTD-DOCUMENTOS          PIC 9(03) VALUE ZEROS.
           02 NCT-QTD-BIBLIOTECA          PIC 9(03) VALUE ZEROS.
           02 NCT-VALOR-BIBLIOTECA        PIC 9(07)V9(02) VALUE ZEROS.
           02 NCT-DT-FIM-SUSPENSAO        PIC 9(08) VALUE ZEROS.
           02 NCT-QTD-EQUIPAMENTOS        PIC 9(03) VALUE ZEROS.
           02 NCT-QTD-OUTRAS              PIC 9(03) VALUE ZEROS.
           02 NCT-RETORNO                 PIC 9(01) VALUE 0.
              88 NCT-LIBERADO             VALUE 0.
              88 NCT-PENDENTE             VALUE 1.
