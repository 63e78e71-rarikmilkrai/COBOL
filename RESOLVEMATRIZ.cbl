      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SUBROTINA QUE RESOLVE A VERSAO DA MATRIZ CURRICULAR DE
      *         UM ALUNO: A VERSAO GRAVADA NO CADASTRO VALE SEMPRE;
      *         SEM ELA, CALCULA O PERIODO DE INGRESSO PELA DATA DA
      *         MATRICULA (MES ATE 6 = AAAA-1, DEPOIS = AAAA-2) E
      *         ESCOLHE, ENTRE AS VERSOES DO CURSO EM
      *         MATRIZES_CURRICULARES.TXT, A DE MAIOR PERIODO INICIAL
      *         QUE NAO PASSE DO INGRESSO. SEM VERSAO APLICAVEL (OU SEM
      *         O ARQUIVO) DEVOLVE VERSAO EM BRANCO = MATRIZ ORIGINAL.
      *         O ARQUIVO E CARREGADO NA PRIMEIRA CHAMADA. CHAMADA NA
      *         MATRICULA (MANUTENCAOESTUDANTE, IMPORTAMATRICULAS,
      *         CLASSIFICAPROCESSO) PARA VINCULAR O ALUNO E POR TODO
      *         PROGRAMA QUE CONFERE GRADE, ELETIVAS OU PRE-REQUISITOS.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVEMATRIZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIZES ASSIGN TO DYNAMIC WS-MTZ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MTZ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MATRIZES.
          COPY FD_MATRIZ_CURRICULAR.

       WORKING-STORAGE SECTION.
       01 WS-MTZ-DD                PIC X(100) VALUE SPACES.
       77 WS-MTZ-FS                PIC XX VALUE SPACES.
          88 MTZ-FS-OK             VALUE '00'.
       77 WS-MTZ-EOF               PIC X VALUE 'N'.
          88 MTZ-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CARREGADO             PIC 9 VALUE 0.
          88 MATRIZES-CARREGADAS   VALUE 1.

       01 WS-TABELA-MATRIZES.
          05 WS-QTD-MTZ            PIC 9(03) VALUE 0.
          05 WS-MTZ-TAB OCCURS 200 TIMES.
             10 WS-MTZ-CURSO       PIC X(05).
             10 WS-MTZ-VERSAO      PIC X(04).
             10 WS-MTZ-PERIODO     PIC X(06).
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.

       01 WS-DATA-TRAB             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TRAB.
          05 WS-DATA-TRAB-ANO      PIC 9(04).
          05 WS-DATA-TRAB-MES      PIC 9(02).
          05 WS-DATA-TRAB-DIA      PIC 9(02).

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY MATRIZ_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            MOVE SPACES TO MTZ-P-VERSAO MTZ-P-PERIODO-INGRESSO
                           MTZ-P-PERIODO-VERSAO
            IF NOT MATRIZES-CARREGADAS
                PERFORM 1000-CARREGA-MATRIZES THRU 1000-FIM
            END-IF

            IF MTZ-P-DT-INGRESSO NUMERIC
               AND MTZ-P-DT-INGRESSO NOT = ZEROS
                MOVE MTZ-P-DT-INGRESSO TO WS-DATA-TRAB
                IF WS-DATA-TRAB-MES <= 6
                    STRING WS-DATA-TRAB-ANO '-1' DELIMITED BY SIZE
                           INTO MTZ-P-PERIODO-INGRESSO
                    END-STRING
                ELSE
                    STRING WS-DATA-TRAB-ANO '-2' DELIMITED BY SIZE
                           INTO MTZ-P-PERIODO-INGRESSO
                    END-STRING
                END-IF
            END-IF

            IF MTZ-P-VERSAO-ALUNO NOT = SPACES
                MOVE MTZ-P-VERSAO-ALUNO TO MTZ-P-VERSAO
                SET MTZ-P-VINCULADA TO TRUE
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-MTZ
                    IF WS-MTZ-CURSO(WS-IDX) = MTZ-P-COURSE-CODE
                       AND WS-MTZ-VERSAO(WS-IDX) = MTZ-P-VERSAO
                        MOVE WS-MTZ-PERIODO(WS-IDX)
                          TO MTZ-P-PERIODO-VERSAO
                        MOVE WS-QTD-MTZ TO WS-IDX
                    END-IF
                END-PERFORM
                GOBACK
            END-IF

            SET MTZ-P-ORIGINAL TO TRUE
            IF MTZ-P-PERIODO-INGRESSO = SPACES
                GOBACK
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-MTZ
                IF WS-MTZ-CURSO(WS-IDX) = MTZ-P-COURSE-CODE
                   AND WS-MTZ-PERIODO(WS-IDX) <=
                       MTZ-P-PERIODO-INGRESSO
                   AND (MTZ-P-ORIGINAL OR
                        WS-MTZ-PERIODO(WS-IDX) >=
                        MTZ-P-PERIODO-VERSAO)
                    MOVE WS-MTZ-VERSAO(WS-IDX) TO MTZ-P-VERSAO
                    MOVE WS-MTZ-PERIODO(WS-IDX)
                      TO MTZ-P-PERIODO-VERSAO
                    SET MTZ-P-PELO-INGRESSO TO TRUE
                END-IF
            END-PERFORM
            GOBACK.

      ******************************************************************
      * 1000-CARREGA-MATRIZES  --  CARREGA UMA VEZ AS VERSOES DE TODOS
      *                              OS CURSOS. ARQUIVO AUSENTE = SO
      *                              HA A MATRIZ ORIGINAL.
      ******************************************************************
       1000-CARREGA-MATRIZES.
            MOVE 1 TO WS-CARREGADO
            ACCEPT WS-MTZ-DD FROM ENVIRONMENT 'DD_MATRIZES'
            IF WS-MTZ-DD = SPACES
                MOVE 'MATRIZES_CURRICULARES.TXT' TO WS-MTZ-DD
            END-IF
            OPEN INPUT MATRIZES
            IF NOT MTZ-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-MTZ-EOF
            PERFORM UNTIL MTZ-FIM-ARQUIVO
                READ MATRIZES
                    AT END
                        MOVE 'F' TO WS-MTZ-EOF
                    NOT AT END
                        IF MTZ-VERSAO NOT = SPACES
                           AND WS-QTD-MTZ < 200
                            ADD 1 TO WS-QTD-MTZ
                            MOVE MTZ-COURSE-CODE
                              TO WS-MTZ-CURSO(WS-QTD-MTZ)
                            MOVE MTZ-VERSAO
                              TO WS-MTZ-VERSAO(WS-QTD-MTZ)
                            MOVE MTZ-PERIODO-INICIAL
                              TO WS-MTZ-PERIODO(WS-QTD-MTZ)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRIZES.
       1000-FIM.
            EXIT.
