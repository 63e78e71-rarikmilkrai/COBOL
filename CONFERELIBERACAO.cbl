      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CONFERE SE AS NOTAS DE UMA TURMA/PERIODO JA PODEM SER
      *         MOSTRADAS AO ALUNO, PELO CONTROLE DE PUBLICACAO
      *         (LIBERACAO_NOTAS.TXT): VALE A LINHA DA TURMA; SEM ELA,
      *         A LINHA DO PERIODO INTEIRO (TURMA EM BRANCO). PERIODO
      *         SOB EMBARGO (COM QUALQUER LINHA NO CONTROLE) E TURMA
      *         SEM LINHA VALIDA: A NOTA ESTA RETIDA - NELE O EMBARGO E
      *         A REGRA E A LIBERACAO E O ATO DA COORDENACAO. LINHA
      *         LIBERADA COM DATA DE LIBERACAO POSTERIOR A DATA DE
      *         REFERENCIA AINDA CONTA COMO RETIDA. PERIODO SEM
      *         NENHUMA LINHA, OU SEM O ARQUIVO, FICA SEM CONTROLE
      *         (PUBLICAVEL), COMO ANTES DO EMBARGO EXISTIR - OS
      *         PERIODOS ANTIGOS NAO SOMEM DO PORTAL.
      *         O CONTROLE E CARREGADO NA PRIMEIRA CHAMADA E
      *         FICA EM MEMORIA DURANTE O PROGRAMA CHAMADOR.
      *         CHAMADA PELO EXPORTANOTASJSON, NOTIFICANOTAS,
      *         CONSULTAESTUDANTE360 E RELATORIOEMBARGONOTA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERELIBERACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBERACAO-NOTAS ASSIGN TO DYNAMIC WS-LIB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LIBERACAO-NOTAS.
          COPY FD_LIBERACAO_NOTA.

       WORKING-STORAGE SECTION.
       01 WS-LIB-DD                PIC X(100) VALUE SPACES.
       77 WS-LIB-FS                PIC XX VALUE SPACES.
          88 LIB-FS-OK             VALUE '00'.
       77 WS-LIB-EOF               PIC X VALUE 'N'.
          88 LIB-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CARREGADO             PIC 9 VALUE 0.
          88 CONTROLE-CARREGADO    VALUE 1.
       77 WS-EXISTE-CONTROLE       PIC 9 VALUE 0.
          88 EXISTE-CONTROLE       VALUE 1.

       01 WS-TABELA-LIBERACAO.
          05 WS-QTD-LIB            PIC 9(04) VALUE 0.
          05 WS-LIB-TAB OCCURS 1000 TIMES.
             10 WS-TLIB-TURMA      PIC X(08).
             10 WS-TLIB-PERIODO    PIC X(06).
             10 WS-TLIB-SITUACAO   PIC X(01).
             10 WS-TLIB-DT         PIC 9(08).
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-POS-TURMA             PIC 9(04) VALUE ZEROS.
       77 WS-POS-PERIODO           PIC 9(04) VALUE ZEROS.
       77 WS-POS-VALE              PIC 9(04) VALUE ZEROS.
       77 WS-PERIODO-CONTROLADO    PIC 9 VALUE 0.
          88 PERIODO-CONTROLADO    VALUE 1.
       77 WS-DATA-REF              PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY LIBERACAO_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            IF NOT CONTROLE-CARREGADO
                PERFORM 1000-CARREGA-CONTROLE THRU 1000-FIM
            END-IF

            MOVE ZEROS TO LBC-DT-LIBERACAO
            IF NOT EXISTE-CONTROLE
                SET LBC-SEM-CONTROLE TO TRUE
                GOBACK
            END-IF

            MOVE LBC-DATA TO WS-DATA-REF
            IF WS-DATA-REF = ZEROS
                ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            END-IF

            PERFORM 2000-LOCALIZA-LINHA THRU 2000-FIM
            IF NOT PERIODO-CONTROLADO
                SET LBC-SEM-CONTROLE TO TRUE
                GOBACK
            END-IF
            SET LBC-RETIDA TO TRUE
            IF WS-POS-VALE > 0
                MOVE WS-TLIB-DT(WS-POS-VALE) TO LBC-DT-LIBERACAO
                IF WS-TLIB-SITUACAO(WS-POS-VALE) = 'L'
                   AND WS-TLIB-DT(WS-POS-VALE) <= WS-DATA-REF
                    SET LBC-LIBERADA TO TRUE
                END-IF
            END-IF

            GOBACK.

      ******************************************************************
      * 1000-CARREGA-CONTROLE  --  CARREGA O LIBERACAO_NOTAS.TXT EM
      *                              MEMORIA NA PRIMEIRA CHAMADA.
      ******************************************************************
       1000-CARREGA-CONTROLE.
            MOVE 1 TO WS-CARREGADO
            ACCEPT WS-LIB-DD FROM ENVIRONMENT 'DD_LIBERACAO_NOTAS'
            IF WS-LIB-DD = SPACES
                MOVE 'LIBERACAO_NOTAS.TXT' TO WS-LIB-DD
            END-IF
            OPEN INPUT LIBERACAO-NOTAS
            IF NOT LIB-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 1 TO WS-EXISTE-CONTROLE
            MOVE 'N' TO WS-LIB-EOF
            PERFORM UNTIL LIB-FIM-ARQUIVO
                READ LIBERACAO-NOTAS
                    AT END
                        MOVE 'F' TO WS-LIB-EOF
                    NOT AT END
                        IF WS-QTD-LIB < 1000
                            ADD 1 TO WS-QTD-LIB
                            MOVE LIB-TURMA TO
                                 WS-TLIB-TURMA(WS-QTD-LIB)
                            MOVE LIB-PERIODO TO
                                 WS-TLIB-PERIODO(WS-QTD-LIB)
                            MOVE LIB-SITUACAO TO
                                 WS-TLIB-SITUACAO(WS-QTD-LIB)
                            IF LIB-DT-LIBERACAO NUMERIC
                                MOVE LIB-DT-LIBERACAO TO
                                     WS-TLIB-DT(WS-QTD-LIB)
                            ELSE
                                MOVE ZEROS TO WS-TLIB-DT(WS-QTD-LIB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LIBERACAO-NOTAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-LOCALIZA-LINHA  --  LINHA DA TURMA NO PERIODO; NA FALTA
      *                            DELA, A LINHA DO PERIODO INTEIRO.
      *                            MARCA SE O PERIODO TEM ALGUMA LINHA.
      ******************************************************************
       2000-LOCALIZA-LINHA.
            MOVE 0 TO WS-POS-TURMA
            MOVE 0 TO WS-POS-PERIODO
            MOVE 0 TO WS-POS-VALE
            MOVE 0 TO WS-PERIODO-CONTROLADO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LIB
                IF WS-TLIB-PERIODO(WS-IDX) = LBC-PERIODO
                    MOVE 1 TO WS-PERIODO-CONTROLADO
                    IF WS-TLIB-TURMA(WS-IDX) = SPACES
                        MOVE WS-IDX TO WS-POS-PERIODO
                    ELSE
                        IF WS-TLIB-TURMA(WS-IDX) = LBC-TURMA
                            MOVE WS-IDX TO WS-POS-TURMA
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-POS-TURMA > 0 AND LBC-TURMA NOT = SPACES
                MOVE WS-POS-TURMA TO WS-POS-VALE
            ELSE
                MOVE WS-POS-PERIODO TO WS-POS-VALE
            END-IF.
       2000-FIM.
            EXIT.

       END PROGRAM CONFERELIBERACAO.
