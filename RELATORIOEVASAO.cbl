      * Purpose:RELATORIO DE EVASAO POR CURSO/PERIODO/MOTIVO: LE O
      *         HISTORICO DE MUDANCAS DE SITUACAO (STATUS_HIST.TXT,
      *         GRAVADO PELA GRAVASTATUSHIST) E TOTALIZA AS SAIDAS
      *         (MUDANCAS PARA T - TRANCADO, E - TRANSFERIDO - E V -
      *         EVADIDO, O TRANCADO QUE NAO VOLTOU, MOTIVO ABD) POR
      *         CURSO DO CADASTRO, PERIODO LETIVO DERIVADO DA DATA
      *         EFETIVA (MES <= 6 = SEMESTRE 1) E CODIGO DE MOTIVO -
      *         "QUANTOS PERDEMOS POR MOTIVO NO ANO PASSADO" NAO TINHA
      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  A evasao do trancamento vencido (V, motivo ABD,
      *               gravada pelo VENCETRANCAMENTO) entra nas saidas
      *               em linha propria do motivo ABD.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOEVASAO.
          03 WS-DT-MM              PIC 9(02).
          03 WS-DT-DD              PIC 9(02).

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                    NOT AT END
                        IF STH-STATUS-NOVO = 'T'
                           OR STH-STATUS-NOVO = 'E'
                           OR STH-STATUS-NOVO = 'V'
                            PERFORM 2000-ACUMULA-SAIDA THRU 2000-FIM
                        END-IF
                END-READ
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO-EVA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'SAIDAS TOTALIZADAS...: ' WS-QTD-SAIDAS
            DISPLAY 'COMBINACOES..........: ' WS-QTD-EVA
       3000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOEVASAO' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-TRAB TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOEVASAO.
