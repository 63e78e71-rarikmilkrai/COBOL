      * Tectonics: cobc
      * Modification History:
      * 22/08/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOTENDENCIA.
       77 WS-QTD-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ALERTAS           PIC 9(03) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            WRITE RPT-LINHA

            CLOSE RELATORIO-TENDENCIA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            DISPLAY 'LINHAS DE HISTORICO LIDAS: ' WS-QTD-LINHAS
            DISPLAY 'PROGRAMAS COM ATENCAO....: ' WS-QTD-ALERTAS
            DISPLAY 'RELATORIO DE TENDENCIA...: ' WS-RPT-DD
       7100-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOTENDENCIA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-MES-ALVO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOTENDENCIA.
