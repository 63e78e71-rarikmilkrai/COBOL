      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:VERIFICACAO DIARIA DE PRAZOS DA OUVIDORIA, NOS MOLDES
      *         DO VERIFICASLA: PARA CADA MANIFESTACAO EM ANDAMENTO DO
      *         OUVIDORIA.TXT (FD_OUVIDORIA), PRAZO DE RESPOSTA JA
      *         VENCIDO E ESTOURO E PRAZO VENCENDO NOS PROXIMOS DOIS
      *         DIAS E RISCO. ESTOUROS E RISCOS SAEM NO ARQUIVO DE
      *         ALERTAS DA OUVIDORIA (ALERTAS_OUVIDORIA.TXT, MESMO
      *         LAYOUT DO ALERTAS_SLA.TXT) E A LISTA DE VENCIDAS E A
      *         POSICAO POR AREA SAEM NO RELATORIO DA MANHA
      *         (OUVIDORIA_VENCIDAS.RPT).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAOUVIDORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO DYNAMIC WS-OUV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUV-FS.

           SELECT ALERTAS ASSIGN TO DYNAMIC WS-ALR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALR-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUVIDORIA.
          COPY FD_OUVIDORIA.

       FD ALERTAS.
       01 ALR-LINHA                   PIC X(132).

       FD RELATORIO.
       01 RPT-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OUV-DD                PIC X(100) VALUE SPACES.
       01 WS-ALR-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-OUV-FS                PIC XX VALUE SPACES.
          88 OUV-FS-OK             VALUE '00'.
       77 WS-ALR-FS                PIC XX VALUE SPACES.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
       77 WS-OUV-EOF               PIC X VALUE 'N'.
          88 OUV-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

      * POSICAO DO DIA POR AREA RESPONSAVEL.
       01 WS-TAB-AREA.
          03 WS-AREA-ENT OCCURS 50 TIMES.
             05 WS-AREA-COD            PIC X(04).
             05 WS-AREA-PENDENTES      PIC 9(05).
             05 WS-AREA-VENCIDAS       PIC 9(05).
             05 WS-AREA-RISCO          PIC 9(05).
       77 WS-QTD-AREA              PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-AREA              PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-AREA              PIC 9(03) COMP VALUE ZEROS.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-DIA-HOJE              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PRAZO            PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-ED               PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-RISCO            PIC 9(02) VALUE 2.

       77 WS-IDENTIFICACAO         PIC X(20) VALUE SPACES.
       77 WS-SITUACAO              PIC X(20) VALUE SPACES.
       77 WS-DETALHE               PIC X(60) VALUE SPACES.
       77 WS-ALERTA                PIC 9 VALUE 0.
          88 GERA-ALERTA           VALUE 1.

       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESTOUROS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RISCOS            PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* VERIFICAOUVIDORIA - PRAZOS DA OUVIDORIA     *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            COMPUTE WS-DIA-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

            ACCEPT WS-OUV-DD FROM ENVIRONMENT 'DD_OUVIDORIA'
            IF WS-OUV-DD = SPACES
                MOVE 'OUVIDORIA.TXT' TO WS-OUV-DD
            END-IF
            ACCEPT WS-ALR-DD FROM ENVIRONMENT 'DD_ALERTAS_OUVIDORIA'
            IF WS-ALR-DD = SPACES
                MOVE 'ALERTAS_OUVIDORIA.TXT' TO WS-ALR-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_OUVIDORIA_VENCIDAS'
            IF WS-RPT-DD = SPACES
                MOVE 'OUVIDORIA_VENCIDAS.RPT' TO WS-RPT-DD
            END-IF

            OPEN INPUT OUVIDORIA
            IF NOT OUV-FS-OK
                DISPLAY 'ARQUIVO DA OUVIDORIA AUSENTE: ' WS-OUV-DD
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT ALERTAS
            OPEN OUTPUT RELATORIO
            MOVE 'MANIFESTACOES DA OUVIDORIA VENCIDAS E EM RISCO'
                 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'APURADO EM ' WS-DATA-HOJE ' AS '
                   WS-HORA-AGORA(1:6)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE 'N' TO WS-OUV-EOF
            PERFORM 1000-AVALIA-MANIFESTACAO THRU 1000-FIM
                UNTIL OUV-FIM-ARQUIVO
            CLOSE OUVIDORIA

            PERFORM 2000-IMPRIME-AREAS THRU 2000-FIM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'MANIFESTACOES PENDENTES..: ' WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'ESTOUROS DE PRAZO........: ' WS-QTD-ESTOUROS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'EM RISCO.................: ' WS-QTD-RISCOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO
            CLOSE ALERTAS

            DISPLAY 'MANIFESTACOES PENDENTES..: ' WS-QTD-PENDENTES
            DISPLAY 'ESTOUROS DE PRAZO........: ' WS-QTD-ESTOUROS
            DISPLAY 'EM RISCO.................: ' WS-QTD-RISCOS
            IF WS-QTD-ESTOUROS > ZEROS OR WS-QTD-RISCOS > ZEROS
                DISPLAY 'VER ALERTAS EM ' WS-ALR-DD
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-AVALIA-MANIFESTACAO  --  LE UMA MANIFESTACAO E, ESTANDO EM
      *                                 ANDAMENTO, CONFERE O PRAZO DE
      *                                 RESPOSTA; GRAVA RELATORIO E
      *                                 ALERTA.
      ******************************************************************
       1000-AVALIA-MANIFESTACAO.
            READ OUVIDORIA
                AT END
                    MOVE 'F' TO WS-OUV-EOF
                    GO TO 1000-FIM
            END-READ
            IF NOT OUV-EM-ANDAMENTO
                GO TO 1000-FIM
            END-IF
            IF OUV-DT-PRAZO NOT NUMERIC OR OUV-DT-PRAZO = ZEROS
                GO TO 1000-FIM
            END-IF
            ADD 1 TO WS-QTD-PENDENTES
            PERFORM 1100-LOCALIZA-AREA THRU 1100-FIM
            IF WS-POS-AREA > ZEROS
                ADD 1 TO WS-AREA-PENDENTES(WS-POS-AREA)
            END-IF

            MOVE SPACES TO WS-SITUACAO WS-DETALHE
            MOVE 0 TO WS-ALERTA
            COMPUTE WS-DIAS-PRAZO =
                    FUNCTION INTEGER-OF-DATE(OUV-DT-PRAZO)
                  - WS-DIA-HOJE

            EVALUATE TRUE
                WHEN WS-DIAS-PRAZO < ZEROS
                    COMPUTE WS-DIAS-ED = ZEROS - WS-DIAS-PRAZO
                    MOVE 'ESTOURO DE PRAZO' TO WS-SITUACAO
                    STRING 'AREA ' OUV-AREA ' CAT ' OUV-CATEGORIA
                           ' PRAZO ' OUV-DT-PRAZO
                           ' VENCIDO HA ' WS-DIAS-ED ' DIAS'
                           DELIMITED BY SIZE INTO WS-DETALHE
                    END-STRING
                    ADD 1 TO WS-QTD-ESTOUROS
                    IF WS-POS-AREA > ZEROS
                        ADD 1 TO WS-AREA-VENCIDAS(WS-POS-AREA)
                    END-IF
                    MOVE 1 TO WS-ALERTA
                WHEN WS-DIAS-PRAZO <= WS-DIAS-RISCO
                    MOVE WS-DIAS-PRAZO TO WS-DIAS-ED
                    MOVE 'EM RISCO' TO WS-SITUACAO
                    STRING 'AREA ' OUV-AREA ' CAT ' OUV-CATEGORIA
                           ' PRAZO ' OUV-DT-PRAZO
                           ' VENCE EM ' WS-DIAS-ED ' DIAS'
                           DELIMITED BY SIZE INTO WS-DETALHE
                    END-STRING
                    ADD 1 TO WS-QTD-RISCOS
                    IF WS-POS-AREA > ZEROS
                        ADD 1 TO WS-AREA-RISCO(WS-POS-AREA)
                    END-IF
                    MOVE 1 TO WS-ALERTA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF NOT GERA-ALERTA
                GO TO 1000-FIM
            END-IF

            MOVE SPACES TO WS-IDENTIFICACAO
            STRING 'OUVIDORIA ' OUV-NUMERO
                   DELIMITED BY SIZE INTO WS-IDENTIFICACAO
            END-STRING

            MOVE SPACES TO RPT-LINHA
            STRING WS-IDENTIFICACAO '  '
                   WS-SITUACAO '  '
                   WS-DETALHE
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO ALR-LINHA
            STRING WS-DATA-HOJE ' ' WS-HORA-AGORA(1:6)
                   ' ' WS-IDENTIFICACAO
                   ' ' WS-SITUACAO ' ' WS-DETALHE
                   DELIMITED BY SIZE INTO ALR-LINHA
            END-STRING
            WRITE ALR-LINHA.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-LOCALIZA-AREA  --  POSICAO DA AREA DA MANIFESTACAO NA
      *                           TABELA (INCLUI AREA NOVA; 0 = TABELA
      *                           CHEIA).
      ******************************************************************
       1100-LOCALIZA-AREA.
            MOVE 0 TO WS-POS-AREA
            PERFORM VARYING WS-IDX-AREA FROM 1 BY 1
                    UNTIL WS-IDX-AREA > WS-QTD-AREA
                IF WS-AREA-COD(WS-IDX-AREA) = OUV-AREA
                    MOVE WS-IDX-AREA TO WS-POS-AREA
                    MOVE WS-QTD-AREA TO WS-IDX-AREA
                END-IF
            END-PERFORM
            IF WS-POS-AREA = ZEROS AND WS-QTD-AREA < 50
                ADD 1 TO WS-QTD-AREA
                MOVE WS-QTD-AREA TO WS-POS-AREA
                MOVE OUV-AREA TO WS-AREA-COD(WS-POS-AREA)
                MOVE ZEROS TO WS-AREA-PENDENTES(WS-POS-AREA)
                MOVE ZEROS TO WS-AREA-VENCIDAS(WS-POS-AREA)
                MOVE ZEROS TO WS-AREA-RISCO(WS-POS-AREA)
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-IMPRIME-AREAS  --  POSICAO DAS PENDENTES POR AREA.
      ******************************************************************
       2000-IMPRIME-AREAS.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'AREA  PENDENTES  VENCIDAS  EM RISCO' TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-AREA FROM 1 BY 1
                    UNTIL WS-IDX-AREA > WS-QTD-AREA
                MOVE SPACES TO RPT-LINHA
                STRING WS-AREA-COD(WS-IDX-AREA) '      '
                       WS-AREA-PENDENTES(WS-IDX-AREA) '     '
                       WS-AREA-VENCIDAS(WS-IDX-AREA) '     '
                       WS-AREA-RISCO(WS-IDX-AREA)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM.
       2000-FIM.
            EXIT.

       END PROGRAM VERIFICAOUVIDORIA.
