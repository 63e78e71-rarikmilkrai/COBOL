      *               seminario de 30 horas deixou de anular uma
      *               materia nuclear de 90. Sem o catalogo, a media
      *               simples permanece.
      * 15/10/26 RMS  Participante de curso livre (STUDENT-TIPO E)
      *               fica fora da media global e do quadro de honra.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOGPA.
       77 WS-SEGUNDOS-FIM                   PIC 9(07)  VALUE ZEROS.
       77 WS-SEGUNDOS-DECORRIDOS            PIC 9(07)  VALUE ZEROS.

       01 WS-REP-PARM.
           COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA                     PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                CLOSE ESTUDANTE
            END-IF
            CLOSE RELATORIO-GPA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'RELATORIO DE GPA E QUADRO DE HONRA GERADO EM '
                    WS-RPT-DD
                        NOT INVALID KEY
                            MOVE COURSE-CODE TO
                                 WS-ALUNO-CURSO(WS-QTD-ALUNOS)
      * PARTICIPANTE DE CURSO LIVRE NAO ENTRA NA MEDIA GLOBAL
                            IF STUDENT-EXTENSAO
                                SUBTRACT 1 FROM WS-QTD-ALUNOS
                            END-IF
                    END-READ
                END-IF
            END-IF
       9000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOGPA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-GPA TO REP-PERIODO OF WS-REP-PARM
            MOVE WS-PAGINA-ATUAL TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOGPA.
