      *               FD_PROF_MATERIA, que nao distingue duas turmas
      *               da mesma materia; sem turma ou sem atribuicao, o
      *               caminho antigo permanece.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOPROFESSOR.
       77 WS-TAXA                  PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-TAXA-ED               PIC ZZ9.99.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            END-PERFORM

            CLOSE RELATORIO-PROF
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            DISPLAY 'LANCAMENTOS LIDOS: ' WS-QTD-LIDOS
            DISPLAY 'PROFESSORES......: ' WS-QTD-APUR
            DISPLAY 'RELATORIO........: ' WS-RPT-DD.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOPROFESSOR' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-PROF TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOPROFESSOR.
