      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SUBROTINA DE TOTALIZACAO DAS ATIVIDADES COMPLEMENTARES
      *         DE UM ALUNO: LE AS HORAS EXIGIDAS PELO CURSO
      *         (REQUISITOS_CURSO.TXT), AS CATEGORIAS PREVISTAS PARA O
      *         CURSO COM SEUS TETOS (CATEGORIAS_ATIVIDADE.TXT) E OS
      *         LANCAMENTOS VALIDOS DO CD-STUDENT (ATIVIDADES_COMPL.TXT)
      *         E DEVOLVE, POR CATEGORIA, LANCADO, TETO E VALIDO
      *         (LANCADO LIMITADO AO TETO), O TOTAL VALIDO E A SITUACAO
      *         FRENTE AO EXIGIDO. CHAMADA POR LANCAATIVIDADE,
      *         EMITEHISTORICOESCOLAR, CONSULTAORIENTACAO E
      *         VERIFICAFORMATURA, PARA QUE TODOS MOSTREM A MESMA CONTA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAATIVIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITOS-CURSO ASSIGN TO DYNAMIC WS-RQC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RQC-FS.

           SELECT CATEGORIAS ASSIGN TO DYNAMIC WS-CTA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTA-FS.

           SELECT ATIVIDADES ASSIGN TO DYNAMIC WS-ACP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISITOS-CURSO.
          COPY FD_REQUISITO_CURSO.

       FD CATEGORIAS.
          COPY FD_CATEGORIA_ATIVIDADE.

       FD ATIVIDADES.
          COPY FD_ATIVIDADE_COMPL.

       WORKING-STORAGE SECTION.
       01 WS-RQC-DD                PIC X(100) VALUE SPACES.
       77 WS-RQC-FS                PIC XX VALUE SPACES.
          88 RQC-FS-OK             VALUE '00'.
       77 WS-RQC-EOF               PIC X VALUE 'N'.
          88 RQC-FIM-ARQUIVO       VALUE 'F'.
       01 WS-CTA-DD                PIC X(100) VALUE SPACES.
       77 WS-CTA-FS                PIC XX VALUE SPACES.
          88 CTA-FS-OK             VALUE '00'.
       77 WS-CTA-EOF               PIC X VALUE 'N'.
          88 CTA-FIM-ARQUIVO       VALUE 'F'.
       01 WS-ACP-DD                PIC X(100) VALUE SPACES.
       77 WS-ACP-FS                PIC XX VALUE SPACES.
          88 ACP-FS-OK             VALUE '00'.
       77 WS-ACP-EOF               PIC X VALUE 'N'.
          88 ACP-FIM-ARQUIVO       VALUE 'F'.
       77 WS-IDX                   PIC 9(02) VALUE ZEROS.
       77 WS-POS                   PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY ATIVIDADE_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            MOVE ZEROS TO ATV-HORAS-EXIGIDAS ATV-HORAS-LANCADAS
                          ATV-HORAS-VALIDAS ATV-QTD-CATEGORIAS
            MOVE 0 TO ATV-SITUACAO
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
                MOVE SPACES TO ATV-CAT-CODIGO(WS-IDX)
                               ATV-CAT-DESCRICAO(WS-IDX)
                MOVE ZEROS TO ATV-CAT-TETO(WS-IDX)
                              ATV-CAT-LANCADAS(WS-IDX)
                              ATV-CAT-VALIDAS(WS-IDX)
            END-PERFORM

            PERFORM 1000-LE-EXIGENCIA THRU 1000-FIM
            PERFORM 2000-LE-CATEGORIAS THRU 2000-FIM
            PERFORM 3000-SOMA-LANCAMENTOS THRU 3000-FIM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > ATV-QTD-CATEGORIAS
                IF ATV-CAT-LANCADAS(WS-IDX) > ATV-CAT-TETO(WS-IDX)
                    MOVE ATV-CAT-TETO(WS-IDX)
                      TO ATV-CAT-VALIDAS(WS-IDX)
                ELSE
                    MOVE ATV-CAT-LANCADAS(WS-IDX)
                      TO ATV-CAT-VALIDAS(WS-IDX)
                END-IF
                ADD ATV-CAT-LANCADAS(WS-IDX) TO ATV-HORAS-LANCADAS
                ADD ATV-CAT-VALIDAS(WS-IDX) TO ATV-HORAS-VALIDAS
            END-PERFORM

            IF ATV-HORAS-EXIGIDAS = ZEROS
                SET ATV-SEM-EXIGENCIA TO TRUE
            ELSE
                IF ATV-HORAS-VALIDAS < ATV-HORAS-EXIGIDAS
                    SET ATV-PENDENTE TO TRUE
                ELSE
                    SET ATV-CUMPRIDA TO TRUE
                END-IF
            END-IF
            GOBACK.

      ******************************************************************
      * 1000-LE-EXIGENCIA  --  HORAS DE ATIVIDADES COMPLEMENTARES QUE O
      *                        CURSO DO ALUNO EXIGE PARA A FORMATURA.
      *                        CURSO FORA DO ARQUIVO = SEM EXIGENCIA.
      ******************************************************************
       1000-LE-EXIGENCIA.
            ACCEPT WS-RQC-DD FROM ENVIRONMENT 'DD_REQUISITOS_CURSO'
            IF WS-RQC-DD = SPACES
                MOVE 'REQUISITOS_CURSO.TXT' TO WS-RQC-DD
            END-IF
            OPEN INPUT REQUISITOS-CURSO
            IF NOT RQC-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-RQC-EOF
            PERFORM UNTIL RQC-FIM-ARQUIVO
                READ REQUISITOS-CURSO
                    AT END
                        MOVE 'F' TO WS-RQC-EOF
                    NOT AT END
                        IF RQC-COURSE-CODE = ATV-COURSE-CODE
                            MOVE RQC-HORAS-COMPLEMENTAR
                              TO ATV-HORAS-EXIGIDAS
                            MOVE 'F' TO WS-RQC-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REQUISITOS-CURSO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-LE-CATEGORIAS  --  MONTA A TABELA DE RETORNO COM AS
      *                         CATEGORIAS PREVISTAS PARA O CURSO E
      *                         SEUS TETOS, NA ORDEM DO ARQUIVO.
      ******************************************************************
       2000-LE-CATEGORIAS.
            ACCEPT WS-CTA-DD FROM ENVIRONMENT 'DD_CATEGORIAS_ATIVIDADE'
            IF WS-CTA-DD = SPACES
                MOVE 'CATEGORIAS_ATIVIDADE.TXT' TO WS-CTA-DD
            END-IF
            OPEN INPUT CATEGORIAS
            IF NOT CTA-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-CTA-EOF
            PERFORM UNTIL CTA-FIM-ARQUIVO
                READ CATEGORIAS
                    AT END
                        MOVE 'F' TO WS-CTA-EOF
                    NOT AT END
                        IF CTA-COURSE-CODE = ATV-COURSE-CODE
                           AND ATV-QTD-CATEGORIAS < 20
                            ADD 1 TO ATV-QTD-CATEGORIAS
                            MOVE CTA-CATEGORIA
                              TO ATV-CAT-CODIGO(ATV-QTD-CATEGORIAS)
                            MOVE CTA-DESCRICAO
                              TO ATV-CAT-DESCRICAO(ATV-QTD-CATEGORIAS)
                            MOVE CTA-HORAS-MAXIMAS
                              TO ATV-CAT-TETO(ATV-QTD-CATEGORIAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATEGORIAS.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-SOMA-LANCAMENTOS  --  SOMA AS HORAS DOS LANCAMENTOS VALIDOS
      *                            DO ALUNO POR CATEGORIA. CATEGORIA QUE
      *                            NAO ESTA PREVISTA PARA O CURSO ENTRA
      *                            NA TABELA COM TETO ZERO (APARECE NA
      *                            CONTA, MAS NAO VALE HORA).
      ******************************************************************
       3000-SOMA-LANCAMENTOS.
            ACCEPT WS-ACP-DD FROM ENVIRONMENT 'DD_ATIVIDADES_COMPL'
            IF WS-ACP-DD = SPACES
                MOVE 'ATIVIDADES_COMPL.TXT' TO WS-ACP-DD
            END-IF
            OPEN INPUT ATIVIDADES
            IF NOT ACP-FS-OK
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-ACP-EOF
            PERFORM UNTIL ACP-FIM-ARQUIVO
                READ ATIVIDADES
                    AT END
                        MOVE 'F' TO WS-ACP-EOF
                    NOT AT END
                        IF ACP-CD-STUDENT = ATV-CD-STUDENT
                           AND ACP-VALIDO
                            PERFORM 3100-ACUMULA THRU 3100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADES.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-ACUMULA  --  LOCALIZA A CATEGORIA DO LANCAMENTO NA TABELA
      *                   DE RETORNO (INCLUINDO-A COM TETO ZERO QUANDO
      *                   NAO PREVISTA) E SOMA AS HORAS.
      ******************************************************************
       3100-ACUMULA.
            MOVE ZEROS TO WS-POS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > ATV-QTD-CATEGORIAS
                       OR WS-POS > ZEROS
                IF ATV-CAT-CODIGO(WS-IDX) = ACP-CATEGORIA
                    MOVE WS-IDX TO WS-POS
                END-IF
            END-PERFORM
            IF WS-POS = ZEROS
                IF ATV-QTD-CATEGORIAS NOT < 20
                    GO TO 3100-FIM
                END-IF
                ADD 1 TO ATV-QTD-CATEGORIAS
                MOVE ATV-QTD-CATEGORIAS TO WS-POS
                MOVE ACP-CATEGORIA TO ATV-CAT-CODIGO(WS-POS)
                MOVE 'NAO PREVISTA PARA O CURSO'
                  TO ATV-CAT-DESCRICAO(WS-POS)
                MOVE ZEROS TO ATV-CAT-TETO(WS-POS)
            END-IF
            IF ATV-CAT-LANCADAS(WS-POS) + ACP-HORAS > 99999
                MOVE 99999 TO ATV-CAT-LANCADAS(WS-POS)
            ELSE
                ADD ACP-HORAS TO ATV-CAT-LANCADAS(WS-POS)
            END-IF.
       3100-FIM.
            EXIT.

       END PROGRAM SOMAATIVIDADES.
