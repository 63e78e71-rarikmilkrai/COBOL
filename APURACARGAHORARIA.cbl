      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SUBROTINA DE APURACAO DA CARGA HORARIA CUMPRIDA POR
      *         TURMA ATIVA DE UM PERIODO LETIVO: CONTA AS SESSOES DADAS
      *         (DATAS DISTINTAS DO FREQ_SESSAO.TXT DA TURMA NO
      *         PERIODO), CONVERTE CADA UMA EM MINUTOS PELA DURACAO DO
      *         ENCONTRO DA GRADE (HORARIOS_TURMA.TXT) NAQUELE DIA DA
      *         SEMANA (SESSAO EM DIA FORA DA GRADE VALE O ENCONTRO
      *         MEDIO DA TURMA), SOMA AS AULAS DE REPOSICAO DO REGISTRO
      *         (REPOSICOES_AULA.TXT, PELA DURACAO PROPRIA) E COMPARA
      *         COM A CATALOGO-CARGA-HORARIA DA MATERIA (ZERO VALE 60
      *         HORAS, COMO NO GPA). DATA COM AUSENCIA DE PROFESSOR
      *         REGISTRADA NAO CONTA COMO SESSAO MESMO QUE TENHA
      *         FREQUENCIA LANCADA, E DATA DE REPOSICAO REGISTRADA
      *         CONTA SO UMA VEZ (PELA REPOSICAO). CHAMADA PELO
      *         RELATORIOCARGAHORARIA E PELO FECHAPERIODO, PARA QUE OS
      *         DOIS MOSTREM A MESMA CONTA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURACARGAHORARIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT CATALOGO-MATERIAS ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT HORARIOS ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT REPOSICOES ASSIGN TO DYNAMIC WS-RAU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RAU-FS.

           SELECT FREQ-SESSAO ASSIGN TO DYNAMIC WS-SES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD CATALOGO-MATERIAS.
          COPY FD_CATALOGO_MATERIA.

       FD HORARIOS.
          COPY FD_HORARIO_TURMA.

       FD REPOSICOES.
          COPY FD_REPOSICAO_AULA.

       FD FREQ-SESSAO.
          COPY FD_FREQ_SESSAO.

       WORKING-STORAGE SECTION.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-RAU-DD                PIC X(100) VALUE SPACES.
       01 WS-SES-DD                PIC X(100) VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-RAU-FS                PIC XX VALUE SPACES.
          88 RAU-FS-OK             VALUE '00'.
       77 WS-SES-FS                PIC XX VALUE SPACES.
          88 SES-FS-OK             VALUE '00'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CAT-EOF               PIC X VALUE 'N'.
          88 CAT-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HOR-EOF               PIC X VALUE 'N'.
          88 HOR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-RAU-EOF               PIC X VALUE 'N'.
          88 RAU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SES-EOF               PIC X VALUE 'N'.
          88 SES-FIM-ARQUIVO       VALUE 'F'.

      * GRADE SEMANAL DE CADA TURMA: MINUTOS POR DIA (1=SEG..6=SAB)
       01 WS-TABELA-GRADE.
          05 WS-GRD-TAB OCCURS 100 TIMES.
             10 WS-GRD-MIN-DIA     PIC 9(04) OCCURS 7 TIMES.
             10 WS-GRD-MIN-SEMANA  PIC 9(05).
             10 WS-GRD-ENCONTROS   PIC 9(02).

      * DATAS COM AUSENCIA DE PROFESSOR OU REPOSICAO REGISTRADA
       01 WS-TABELA-EVENTOS.
          05 WS-QTD-EVT            PIC 9(04) VALUE 0.
          05 WS-EVT-TAB OCCURS 2000 TIMES.
             10 WS-EVT-POS         PIC 9(03).
             10 WS-EVT-DATA        PIC 9(08).

      * SESSOES JA CONTADAS (TURMA X DATA)
       01 WS-TABELA-SESSOES.
          05 WS-QTD-SES            PIC 9(04) VALUE 0.
          05 WS-SES-TAB OCCURS 5000 TIMES.
             10 WS-SES-POS         PIC 9(03).
             10 WS-SES-DT          PIC 9(08).

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-POS-TURMA             PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-DIA                   PIC 9(01) VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 JA-EXISTE             VALUE 1.
       77 WS-DIAS-DATA             PIC 9(07) VALUE ZEROS.
       77 WS-HH                    PIC 9(02) VALUE ZEROS.
       77 WS-MM                    PIC 9(02) VALUE ZEROS.
       77 WS-MIN-INI               PIC 9(05) VALUE ZEROS.
       77 WS-MIN-FIM               PIC 9(05) VALUE ZEROS.
       77 WS-MIN-SESSAO            PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY CARGA_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            MOVE ZEROS TO CHG-QTD-TURMAS CHG-QTD-DEFICIT
            MOVE 0 TO WS-QTD-EVT
            MOVE 0 TO WS-QTD-SES
            INITIALIZE WS-TABELA-GRADE

            PERFORM 1000-CARREGA-TURMAS THRU 1000-FIM
            IF CHG-QTD-TURMAS = 0
                GOBACK
            END-IF
            PERFORM 1100-CARGA-CATALOGO THRU 1100-FIM
            PERFORM 1200-CARREGA-GRADE THRU 1200-FIM
            PERFORM 1300-CARREGA-REPOSICOES THRU 1300-FIM
            PERFORM 2000-CONTA-SESSOES THRU 2000-FIM

            PERFORM VARYING WS-POS-TURMA FROM 1 BY 1
                    UNTIL WS-POS-TURMA > CHG-QTD-TURMAS
                EVALUATE TRUE
                    WHEN WS-GRD-ENCONTROS(WS-POS-TURMA) = 0
                         AND CHG-SESSOES(WS-POS-TURMA) > 0
                        SET CHG-SEM-GRADE(WS-POS-TURMA) TO TRUE
                        ADD 1 TO CHG-QTD-DEFICIT
                    WHEN CHG-MIN-CUMPRIDOS(WS-POS-TURMA) <
                         CHG-HORAS-CATALOGO(WS-POS-TURMA) * 60
                        SET CHG-DEFICIT(WS-POS-TURMA) TO TRUE
                        ADD 1 TO CHG-QTD-DEFICIT
                    WHEN OTHER
                        SET CHG-CUMPRIDA(WS-POS-TURMA) TO TRUE
                END-EVALUATE
            END-PERFORM
            GOBACK.

      ******************************************************************
      * 1000-CARREGA-TURMAS  --  TURMAS ATIVAS DO PERIODO, COM OS
      *                            CONTADORES ZERADOS.
      ******************************************************************
       1000-CARREGA-TURMAS.
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF TURMA-ATIVA
                           AND TURMA-PERIODO = CHG-PERIODO
                           AND CHG-QTD-TURMAS < 100
                            ADD 1 TO CHG-QTD-TURMAS
                            INITIALIZE CHG-TURMA(CHG-QTD-TURMAS)
                            MOVE TURMA-CODIGO TO
                                 CHG-TUR-CODIGO(CHG-QTD-TURMAS)
                            MOVE TURMA-MATERIA TO
                                 CHG-TUR-MATERIA(CHG-QTD-TURMAS)
                            MOVE 60 TO
                                 CHG-HORAS-CATALOGO(CHG-QTD-TURMAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARGA-CATALOGO  --  CARGA HORARIA DA MATERIA DE CADA TURMA
      *                            (PELO NOME DA MATERIA; ZERO OU FORA
      *                            DO CATALOGO = 60 HORAS).
      ******************************************************************
       1100-CARGA-CATALOGO.
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            OPEN INPUT CATALOGO-MATERIAS
            IF NOT CAT-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-CAT-EOF
            PERFORM UNTIL CAT-FIM-ARQUIVO
                READ CATALOGO-MATERIAS
                    AT END
                        MOVE 'F' TO WS-CAT-EOF
                    NOT AT END
                        IF CATALOGO-CARGA-HORARIA NUMERIC
                           AND CATALOGO-CARGA-HORARIA > 0
                            PERFORM VARYING WS-IDX FROM 1 BY 1
                                    UNTIL WS-IDX > CHG-QTD-TURMAS
                                IF CHG-TUR-MATERIA(WS-IDX) =
                                   CATALOGO-NOME-MATERIA
                                    MOVE CATALOGO-CARGA-HORARIA TO
                                         CHG-HORAS-CATALOGO(WS-IDX)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-MATERIAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-GRADE  --  MINUTOS DE AULA DE CADA TURMA POR DIA
      *                           DA SEMANA, PELA GRADE DE HORARIOS.
      ******************************************************************
       1200-CARREGA-GRADE.
            ACCEPT WS-HOR-DD FROM ENVIRONMENT 'DD_HORARIOS_TURMA'
            IF WS-HOR-DD = SPACES
                MOVE 'HORARIOS_TURMA.TXT' TO WS-HOR-DD
            END-IF
            OPEN INPUT HORARIOS
            IF NOT HOR-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-HOR-EOF
            PERFORM UNTIL HOR-FIM-ARQUIVO
                READ HORARIOS
                    AT END
                        MOVE 'F' TO WS-HOR-EOF
                    NOT AT END
                        MOVE HOR-TURMA-CODIGO TO WS-CODIGO-ALVO
                        PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
                        IF WS-POS-TURMA > 0
                           AND HOR-DIA-SEMANA >= 1
                           AND HOR-DIA-SEMANA <= 7
                           AND HOR-HORA-FIM > HOR-HORA-INICIO
                            MOVE HOR-HORA-INICIO TO WS-MIN-INI
                            MOVE HOR-HORA-FIM TO WS-MIN-FIM
                            PERFORM 2900-DURACAO THRU 2900-FIM
                            ADD WS-MIN-SESSAO TO WS-GRD-MIN-DIA
                                (WS-POS-TURMA, HOR-DIA-SEMANA)
                            ADD WS-MIN-SESSAO TO
                                WS-GRD-MIN-SEMANA(WS-POS-TURMA)
                            ADD 1 TO WS-GRD-ENCONTROS(WS-POS-TURMA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIOS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-REPOSICOES  --  AUSENCIAS E REPOSICOES VALIDAS DO
      *                                PERIODO: A REPOSICAO SOMA SUA
      *                                DURACAO; AMBAS GUARDAM A DATA
      *                                PARA A CONTAGEM DE SESSOES.
      ******************************************************************
       1300-CARREGA-REPOSICOES.
            ACCEPT WS-RAU-DD FROM ENVIRONMENT 'DD_REPOSICOES_AULA'
            IF WS-RAU-DD = SPACES
                MOVE 'REPOSICOES_AULA.TXT' TO WS-RAU-DD
            END-IF
            OPEN INPUT REPOSICOES
            IF NOT RAU-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-RAU-EOF
            PERFORM UNTIL RAU-FIM-ARQUIVO
                READ REPOSICOES
                    AT END
                        MOVE 'F' TO WS-RAU-EOF
                    NOT AT END
                        IF RAU-VALIDO AND RAU-PERIODO = CHG-PERIODO
                            PERFORM 1350-REGISTRA-EVENTO THRU 1350-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REPOSICOES.
       1300-FIM.
            EXIT.

       1350-REGISTRA-EVENTO.
            MOVE RAU-TURMA-CODIGO TO WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA = 0
                GO TO 1350-FIM
            END-IF
            IF RAU-AUSENCIA-PROFESSOR
                ADD 1 TO CHG-AUSENCIAS(WS-POS-TURMA)
            END-IF
            IF RAU-REPOSICAO AND RAU-HORA-FIM > RAU-HORA-INICIO
                ADD 1 TO CHG-REPOSICOES(WS-POS-TURMA)
                MOVE RAU-HORA-INICIO TO WS-MIN-INI
                MOVE RAU-HORA-FIM TO WS-MIN-FIM
                PERFORM 2900-DURACAO THRU 2900-FIM
                ADD WS-MIN-SESSAO TO CHG-MIN-CUMPRIDOS(WS-POS-TURMA)
            END-IF
            IF WS-QTD-EVT < 2000
                ADD 1 TO WS-QTD-EVT
                MOVE WS-POS-TURMA TO WS-EVT-POS(WS-QTD-EVT)
                MOVE RAU-DATA TO WS-EVT-DATA(WS-QTD-EVT)
            END-IF.
       1350-FIM.
            EXIT.

      ******************************************************************
      * 1650-LOCALIZA-TURMA  --  PROCURA WS-CODIGO-ALVO NA TABELA DE
      *                            TURMAS DO PERIODO.
      ******************************************************************
       1650-LOCALIZA-TURMA.
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > CHG-QTD-TURMAS
                IF CHG-TUR-CODIGO(WS-IDX) = WS-CODIGO-ALVO
                    MOVE WS-IDX TO WS-POS-TURMA
                    MOVE CHG-QTD-TURMAS TO WS-IDX
                END-IF
            END-PERFORM.
       1650-FIM.
            EXIT.

      ******************************************************************
      * 2000-CONTA-SESSOES  --  CADA DATA DISTINTA DE FREQUENCIA DA
      *                           TURMA NO PERIODO E UMA SESSAO DADA,
      *                           SALVO AS DATAS COM AUSENCIA OU
      *                           REPOSICAO REGISTRADA.
      ******************************************************************
       2000-CONTA-SESSOES.
            ACCEPT WS-SES-DD FROM ENVIRONMENT 'DD_FREQ_SESSAO'
            IF WS-SES-DD = SPACES
                MOVE 'FREQ_SESSAO.TXT' TO WS-SES-DD
            END-IF
            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF SES-PERIODO = CHG-PERIODO
                           AND SES-DATA NUMERIC
                           AND SES-DATA > ZEROS
                            PERFORM 2100-CONTA-DATA THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO.
       2000-FIM.
            EXIT.

       2100-CONTA-DATA.
            MOVE SES-TURMA-CODIGO TO WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA = 0
                GO TO 2100-FIM
            END-IF
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SES
                IF WS-SES-POS(WS-IDX) = WS-POS-TURMA
                   AND WS-SES-DT(WS-IDX) = SES-DATA
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-SES TO WS-IDX
                END-IF
            END-PERFORM
            IF JA-EXISTE OR WS-QTD-SES >= 5000
                GO TO 2100-FIM
            END-IF
            ADD 1 TO WS-QTD-SES
            MOVE WS-POS-TURMA TO WS-SES-POS(WS-QTD-SES)
            MOVE SES-DATA TO WS-SES-DT(WS-QTD-SES)

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-EVT
                IF WS-EVT-POS(WS-IDX) = WS-POS-TURMA
                   AND WS-EVT-DATA(WS-IDX) = SES-DATA
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-EVT TO WS-IDX
                END-IF
            END-PERFORM
            IF JA-EXISTE
                GO TO 2100-FIM
            END-IF

            ADD 1 TO CHG-SESSOES(WS-POS-TURMA)
            COMPUTE WS-DIAS-DATA = FUNCTION INTEGER-OF-DATE(SES-DATA)
            COMPUTE WS-DIA = FUNCTION MOD(WS-DIAS-DATA - 1, 7) + 1
            MOVE WS-GRD-MIN-DIA(WS-POS-TURMA, WS-DIA) TO WS-MIN-SESSAO
            IF WS-MIN-SESSAO = 0
               AND WS-GRD-ENCONTROS(WS-POS-TURMA) > 0
                COMPUTE WS-MIN-SESSAO =
                    WS-GRD-MIN-SEMANA(WS-POS-TURMA)
                  / WS-GRD-ENCONTROS(WS-POS-TURMA)
            END-IF
            ADD WS-MIN-SESSAO TO CHG-MIN-CUMPRIDOS(WS-POS-TURMA).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2900-DURACAO  --  MINUTOS ENTRE WS-MIN-INI E WS-MIN-FIM, QUE
      *                     ENTRAM EM HHMM.
      ******************************************************************
       2900-DURACAO.
            DIVIDE WS-MIN-INI BY 100 GIVING WS-HH REMAINDER WS-MM
            COMPUTE WS-MIN-INI = WS-HH * 60 + WS-MM
            DIVIDE WS-MIN-FIM BY 100 GIVING WS-HH REMAINDER WS-MM
            COMPUTE WS-MIN-FIM = WS-HH * 60 + WS-MM
            COMPUTE WS-MIN-SESSAO = WS-MIN-FIM - WS-MIN-INI.
       2900-FIM.
            EXIT.

       END PROGRAM APURACARGAHORARIA.
