      *               (CONTROLEAPROVACAO) e o job roda em ensaio; a
      *               efetivacao exige aprovacao de operador distinto,
      *               com solicitante e aprovador na auditoria.
      * 15/10/26 RMS  O FORMANDO passou a exigir as horas de estagio
      *               supervisionado do curso (REQUISITOS_CURSO.TXT,
      *               FD_REQUISITO_CURSO) cumpridas nos contratos do
      *               MANUTENCAOESTAGIO (ESTAGIOS.TXT, FD_ESTAGIO):
      *               horas abaixo do exigido viram PENDENCIA com
      *               quantas de quantas - a secretaria conferia os
      *               termos a mao.
      * 15/10/26 RMS  O FORMANDO passou a exigir o total de atividades
      *               complementares do curso (RQC-HORAS-COMPLEMENTAR),
      *               somado pela subrotina SOMAATIVIDADES com o teto
      *               de cada categoria: total valido abaixo do exigido
      *               vira PENDENCIA com quantas de quantas.
      * 15/10/26 RMS  O FORMANDO passou a exigir regularidade no
      *               ENADE (ENADE.TXT, FD_ENADE): inscricao
      *               irregular ou de concluinte ainda so inscrito
      *               vira PENDENCIA, e o aluno de curso no ciclo do
      *               ano (ENADE_CICLO.TXT) sem inscricao no ano
      *               tambem.
      * 15/10/26 RMS  A grade e os grupos de eletivas passaram a ser
      *               os da versao da matriz curricular do aluno
      *               (CUR-VERSAO/GRE-VERSAO, resolvida pela
      *               subrotina RESOLVEMATRIZ) - veteranos eram
      *               cobrados por materias da grade revisada.
      * 15/10/26 RMS  Participante de curso livre (STUDENT-TIPO E)
      *               nao e verificado para formatura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAFORMATURA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALU-FS.

           SELECT REQUISITOS-CURSO ASSIGN TO DYNAMIC WS-RQC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RQC-FS.

           SELECT ESTAGIOS ASSIGN TO DYNAMIC WS-ETG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ETG-FS.

           SELECT ENADE ASSIGN TO DYNAMIC WS-ENA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENA-FS.

           SELECT ENADE-CICLO ASSIGN TO DYNAMIC WS-ECI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ECI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CURRICULO.
       FD ALUMNI.
          COPY FD_ALUMNI.

       FD REQUISITOS-CURSO.
          COPY FD_REQUISITO_CURSO.

       FD ESTAGIOS.
          COPY FD_ESTAGIO.

       FD ENADE.
          COPY FD_ENADE.

       FD ENADE-CICLO.
          COPY FD_ENADE_CICLO.

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.

       01 WS-APR-PARM.
          COPY APROVACAO_PARM.
       01 WS-ATV-PARM.
          COPY ATIVIDADE_PARM.
       77 WS-APROVACAO-TEXTO       PIC X(09) VALUE SPACES.
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
             10 WS-CUR-MAT         PIC X(50).
             10 WS-CUR-TIPO-T      PIC X(01).
             10 WS-CUR-GRUPO-T     PIC X(03).
             10 WS-CUR-VERSAO-T    PIC X(04).
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       77 WS-VERSAO-ALUNO          PIC X(04) VALUE SPACES.

       01 WS-GRE-DD                PIC X(100) VALUE SPACES.
       77 WS-GRE-FS                PIC XX VALUE SPACES.
             10 WS-GRE-GRUPO       PIC X(03).
             10 WS-GRE-MINIMO      PIC 9(02).
             10 WS-GRE-DESC        PIC X(30).
             10 WS-GRE-VERSAO-T    PIC X(04).
       77 WS-IDX-GRE               PIC 9(02) VALUE ZEROS.
       77 WS-ELET-APROVADAS        PIC 9(02) VALUE ZEROS.

          03 WS-DF-MM              PIC 9(02).
          03 WS-DF-DD              PIC 9(02).

       01 WS-RQC-DD                PIC X(100) VALUE SPACES.
       01 WS-ETG-DD                PIC X(100) VALUE SPACES.
       77 WS-RQC-FS                PIC XX VALUE SPACES.
          88 RQC-FS-OK             VALUE '00'.
       77 WS-ETG-FS                PIC XX VALUE SPACES.
          88 ETG-FS-OK             VALUE '00'.
       77 WS-RQC-EOF               PIC X VALUE 'N'.
          88 RQC-FIM-ARQUIVO       VALUE 'F'.
       77 WS-ETG-EOF               PIC X VALUE 'N'.
          88 ETG-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-REQUISITOS.
          05 WS-QTD-RQC            PIC 9(02) VALUE 0.
          05 WS-RQC-TAB OCCURS 50 TIMES.
             10 WS-RQ-CURSO        PIC X(05).
             10 WS-RQ-HORAS-ESTAGIO PIC 9(04).
       01 WS-TABELA-HORAS-ESTAGIO.
          05 WS-QTD-HET            PIC 9(04) VALUE 0.
          05 WS-HET-TAB OCCURS 2000 TIMES.
             10 WS-HET-CD          PIC 9(05).
             10 WS-HET-HORAS       PIC 9(05).
       77 WS-IDX-RQC               PIC 9(04) VALUE ZEROS.
       77 WS-POS-HET               PIC 9(04) VALUE ZEROS.
       77 WS-HORAS-EXIGIDAS        PIC 9(04) VALUE ZEROS.
       77 WS-HORAS-CUMPRIDAS       PIC 9(05) VALUE ZEROS.

       01 WS-ENA-DD                PIC X(100) VALUE SPACES.
       01 WS-ECI-DD                PIC X(100) VALUE SPACES.
       77 WS-ENA-FS                PIC XX VALUE SPACES.
          88 ENA-FS-OK             VALUE '00'.
       77 WS-ECI-FS                PIC XX VALUE SPACES.
          88 ECI-FS-OK             VALUE '00'.
       77 WS-ENA-EOF               PIC X VALUE 'N'.
          88 ENA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-ECI-EOF               PIC X VALUE 'N'.
          88 ECI-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-ENADE.
          05 WS-QTD-ENA            PIC 9(04) VALUE 0.
          05 WS-ENA-TAB OCCURS 5000 TIMES.
             10 WS-EN-CD           PIC 9(05).
             10 WS-EN-ANO          PIC 9(04).
             10 WS-EN-CATEGORIA    PIC X(01).
             10 WS-EN-SITUACAO     PIC X(01).
       01 WS-TABELA-CICLO.
          05 WS-QTD-ECI            PIC 9(03) VALUE 0.
          05 WS-ECI-TAB OCCURS 100 TIMES.
             10 WS-EC-CURSO        PIC X(05).
       77 WS-ENADE-ATIVO           PIC 9 VALUE 0.
          88 ENADE-CONFERIDO       VALUE 1.
       77 WS-ANO-CICLO             PIC 9(04) VALUE ZEROS.
       77 WS-CURSO-NO-CICLO        PIC 9 VALUE 0.
       77 WS-INSCRITO-NO-ANO       PIC 9 VALUE 0.

       01 WS-TABELA-APROVACOES.
          05 WS-QTD-APR            PIC 9(04) VALUE 0.
          05 WS-APR-TAB OCCURS 2000 TIMES.
            END-IF
            PERFORM 1050-CARREGA-GRUPOS THRU 1050-FIM
            PERFORM 1060-CARREGA-DOCUMENTOS THRU 1060-FIM
            PERFORM 1070-CARREGA-ESTAGIO THRU 1070-FIM
            PERFORM 1080-CARREGA-ENADE THRU 1080-FIM
            PERFORM 1100-CARREGA-PARAMETROS THRU 1100-FIM
            PERFORM 2000-CARREGA-APROVACOES THRU 2000-FIM

                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF STUDENT-ATIVO AND NOT STUDENT-EXTENSAO
                            ADD 1 TO WS-QTD-ATIVOS
                            PERFORM 3000-VERIFICA-ESTUDANTE
                                 THRU 3000-FIM
                            END-IF
                            MOVE CUR-GRUPO TO
                                 WS-CUR-GRUPO-T(WS-QTD-CUR)
                            MOVE CUR-VERSAO TO
                                 WS-CUR-VERSAO-T(WS-QTD-CUR)
                        END-IF
                END-READ
            END-PERFORM
                            END-IF
                            MOVE GRE-DESCRICAO TO
                                 WS-GRE-DESC(WS-QTD-GRE)
                            MOVE GRE-VERSAO TO
                                 WS-GRE-VERSAO-T(WS-QTD-GRE)
                        END-IF
                END-READ
            END-PERFORM
       1060-FIM.
            EXIT.

      ******************************************************************
      * 1070-CARREGA-ESTAGIO  --  CARREGA AS HORAS DE ESTAGIO EXIGIDAS
      *                             POR CURSO E SOMA, POR ALUNO, AS
      *                             HORAS CUMPRIDAS EM TODOS OS SEUS
      *                             CONTRATOS (ENCERRADOS E RESCINDIDOS
      *                             INCLUSIVE - A HORA LANCADA VALE).
      *                             SEM O ARQUIVO DE REQUISITOS, A
      *                             CONFERENCIA FICA DESLIGADA.
      ******************************************************************
       1070-CARREGA-ESTAGIO.
            ACCEPT WS-RQC-DD FROM ENVIRONMENT 'DD_REQUISITOS_CURSO'
            IF WS-RQC-DD = SPACES
                MOVE 'REQUISITOS_CURSO.TXT' TO WS-RQC-DD
            END-IF
            OPEN INPUT REQUISITOS-CURSO
            IF NOT RQC-FS-OK
                GO TO 1070-FIM
            END-IF
            MOVE 'N' TO WS-RQC-EOF
            PERFORM UNTIL RQC-FIM-ARQUIVO
                READ REQUISITOS-CURSO
                    AT END
                        MOVE 'F' TO WS-RQC-EOF
                    NOT AT END
                        IF WS-QTD-RQC < 50
                            ADD 1 TO WS-QTD-RQC
                            MOVE RQC-COURSE-CODE TO
                                 WS-RQ-CURSO(WS-QTD-RQC)
                            IF RQC-HORAS-ESTAGIO NUMERIC
                                MOVE RQC-HORAS-ESTAGIO TO
                                     WS-RQ-HORAS-ESTAGIO(WS-QTD-RQC)
                            ELSE
                                MOVE ZEROS TO
                                     WS-RQ-HORAS-ESTAGIO(WS-QTD-RQC)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REQUISITOS-CURSO

            ACCEPT WS-ETG-DD FROM ENVIRONMENT 'DD_ESTAGIOS'
            IF WS-ETG-DD = SPACES
                MOVE 'ESTAGIOS.TXT' TO WS-ETG-DD
            END-IF
            OPEN INPUT ESTAGIOS
            IF NOT ETG-FS-OK
                GO TO 1070-FIM
            END-IF
            MOVE 'N' TO WS-ETG-EOF
            PERFORM UNTIL ETG-FIM-ARQUIVO
                READ ESTAGIOS
                    AT END
                        MOVE 'F' TO WS-ETG-EOF
                    NOT AT END
                        MOVE 0 TO WS-POS-HET
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                                UNTIL WS-IDX > WS-QTD-HET
                            IF WS-HET-CD(WS-IDX) = ETG-CD-STUDENT
                                MOVE WS-IDX TO WS-POS-HET
                                MOVE WS-QTD-HET TO WS-IDX
                            END-IF
                        END-PERFORM
                        IF WS-POS-HET = 0 AND WS-QTD-HET < 2000
                            ADD 1 TO WS-QTD-HET
                            MOVE WS-QTD-HET TO WS-POS-HET
                            MOVE ETG-CD-STUDENT TO
                                 WS-HET-CD(WS-POS-HET)
                            MOVE ZEROS TO WS-HET-HORAS(WS-POS-HET)
                        END-IF
                        IF WS-POS-HET > 0
                           AND ETG-HORAS-CUMPRIDAS NUMERIC
                            ADD ETG-HORAS-CUMPRIDAS TO
                                WS-HET-HORAS(WS-POS-HET)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTAGIOS.
       1070-FIM.
            EXIT.

      ******************************************************************
      * 1080-CARREGA-ENADE  --  CARREGA O REGISTRO DE SITUACAO NO ENADE
      *                           (ENADE.TXT) E OS CURSOS DO CICLO DO
      *                           ANO CORRENTE (ENADE_CICLO.TXT). SEM O
      *                           REGISTRO, A CONFERENCIA FICA
      *                           DESLIGADA.
      ******************************************************************
       1080-CARREGA-ENADE.
            ACCEPT WS-ENA-DD FROM ENVIRONMENT 'DD_ENADE'
            IF WS-ENA-DD = SPACES
                MOVE 'ENADE.TXT' TO WS-ENA-DD
            END-IF
            OPEN INPUT ENADE
            IF NOT ENA-FS-OK
                GO TO 1080-FIM
            END-IF
            MOVE 1 TO WS-ENADE-ATIVO
            MOVE 'N' TO WS-ENA-EOF
            PERFORM UNTIL ENA-FIM-ARQUIVO
                READ ENADE
                    AT END
                        MOVE 'F' TO WS-ENA-EOF
                    NOT AT END
                        IF WS-QTD-ENA < 5000
                            ADD 1 TO WS-QTD-ENA
                            MOVE ENA-CD-STUDENT TO
                                 WS-EN-CD(WS-QTD-ENA)
                            MOVE ENA-ANO TO WS-EN-ANO(WS-QTD-ENA)
                            MOVE ENA-CATEGORIA TO
                                 WS-EN-CATEGORIA(WS-QTD-ENA)
                            MOVE ENA-SITUACAO TO
                                 WS-EN-SITUACAO(WS-QTD-ENA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENADE

            ACCEPT WS-DATA-FORMATURA FROM DATE YYYYMMDD
            MOVE WS-DF-AAAA TO WS-ANO-CICLO
            ACCEPT WS-ECI-DD FROM ENVIRONMENT 'DD_ENADE_CICLO'
            IF WS-ECI-DD = SPACES
                MOVE 'ENADE_CICLO.TXT' TO WS-ECI-DD
            END-IF
            OPEN INPUT ENADE-CICLO
            IF NOT ECI-FS-OK
                GO TO 1080-FIM
            END-IF
            MOVE 'N' TO WS-ECI-EOF
            PERFORM UNTIL ECI-FIM-ARQUIVO
                READ ENADE-CICLO
                    AT END
                        MOVE 'F' TO WS-ECI-EOF
                    NOT AT END
                        IF ECI-ANO = WS-ANO-CICLO
                           AND WS-QTD-ECI < 100
                            ADD 1 TO WS-QTD-ECI
                            MOVE ECI-COURSE-CODE TO
                                 WS-EC-CURSO(WS-QTD-ECI)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENADE-CICLO.
       1080-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PARAMETROS  --  CARREGA A NOTA MINIMA POR MATERIA
      *                                (PADRAO 6 QUANDO AUSENTE).
            MOVE 0 TO WS-PENDENCIAS
            MOVE 0 TO WS-MATERIAS-CURSO

      * A GRADE E A DA VERSAO DA MATRIZ DO PROPRIO ALUNO
            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE STUDENT-VERSAO-MATRIZ TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-ALUNO

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-CURSO(WS-IDX) = COURSE-CODE
                   AND WS-CUR-VERSAO-T(WS-IDX) = WS-VERSAO-ALUNO
                   AND WS-CUR-TIPO-T(WS-IDX) NOT = 'E'
                    ADD 1 TO WS-MATERIAS-CURSO
                    PERFORM 3100-CONFERE-MATERIA THRU 3100-FIM

            PERFORM 3500-CONFERE-ELETIVAS THRU 3500-FIM
            PERFORM 3700-CONFERE-DOCUMENTOS THRU 3700-FIM
            PERFORM 3800-CONFERE-ESTAGIO THRU 3800-FIM
            PERFORM 3850-CONFERE-ATIVIDADES THRU 3850-FIM
            PERFORM 3900-CONFERE-ENADE THRU 3900-FIM

            IF WS-MATERIAS-CURSO = 0
                MOVE SPACES TO RPT-LINHA
                STRING 'SEM GRADE PARA O CURSO ' COURSE-CODE
                       ' MATRIZ ' WS-VERSAO-ALUNO
                       ' - ALUNO ' CD-STUDENT ' NAO AVALIADO.'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            PERFORM VARYING WS-IDX-GRE FROM 1 BY 1
                    UNTIL WS-IDX-GRE > WS-QTD-GRE
                IF WS-GRE-CURSO(WS-IDX-GRE) = COURSE-CODE
                   AND WS-GRE-VERSAO-T(WS-IDX-GRE) = WS-VERSAO-ALUNO
                   AND WS-GRE-MINIMO(WS-IDX-GRE) > 0
                    ADD 1 TO WS-MATERIAS-CURSO
                    MOVE 0 TO WS-ELET-APROVADAS
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-QTD-CUR
                        IF WS-CUR-CURSO(WS-IDX) = COURSE-CODE
                           AND WS-CUR-VERSAO-T(WS-IDX) =
                               WS-VERSAO-ALUNO
                           AND WS-CUR-TIPO-T(WS-IDX) = 'E'
                           AND WS-CUR-GRUPO-T(WS-IDX) =
                               WS-GRE-GRUPO(WS-IDX-GRE)
       3700-FIM.
            EXIT.

      ******************************************************************
      * 3800-CONFERE-ESTAGIO  --  CURSO COM ESTAGIO OBRIGATORIO: HORAS
      *                             CUMPRIDAS NOS CONTRATOS DO ALUNO
      *                             ABAIXO DAS EXIGIDAS VIRAM PENDENCIA.
      ******************************************************************
       3800-CONFERE-ESTAGIO.
            MOVE ZEROS TO WS-HORAS-EXIGIDAS
            PERFORM VARYING WS-IDX-RQC FROM 1 BY 1
                    UNTIL WS-IDX-RQC > WS-QTD-RQC
                IF WS-RQ-CURSO(WS-IDX-RQC) = COURSE-CODE
                    MOVE WS-RQ-HORAS-ESTAGIO(WS-IDX-RQC) TO
                         WS-HORAS-EXIGIDAS
                    MOVE WS-QTD-RQC TO WS-IDX-RQC
                END-IF
            END-PERFORM
            IF WS-HORAS-EXIGIDAS = 0
                GO TO 3800-FIM
            END-IF

            MOVE ZEROS TO WS-HORAS-CUMPRIDAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-HET
                IF WS-HET-CD(WS-IDX) = CD-STUDENT
                    MOVE WS-HET-HORAS(WS-IDX) TO WS-HORAS-CUMPRIDAS
                    MOVE WS-QTD-HET TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-HORAS-CUMPRIDAS < WS-HORAS-EXIGIDAS
                ADD 1 TO WS-PENDENCIAS
                MOVE SPACES TO RPT-LINHA
                STRING 'PENDENCIA ' CD-STUDENT ' '
                       NM-STUDENT ' : ESTAGIO SUPERVISIONADO - '
                       'HORAS ' WS-HORAS-CUMPRIDAS
                       ' DE ' WS-HORAS-EXIGIDAS
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF.
       3800-FIM.
            EXIT.

      ******************************************************************
      * 3850-CONFERE-ATIVIDADES  --  CURSO COM EXIGENCIA DE ATIVIDADES
      *                                COMPLEMENTARES: TOTAL VALIDO (JA
      *                                LIMITADO AO TETO DE CADA
      *                                CATEGORIA) ABAIXO DO EXIGIDO VIRA
      *                                PENDENCIA.
      ******************************************************************
       3850-CONFERE-ATIVIDADES.
            MOVE CD-STUDENT TO ATV-CD-STUDENT
            MOVE COURSE-CODE TO ATV-COURSE-CODE
            CALL 'SOMAATIVIDADES' USING WS-ATV-PARM
            IF ATV-PENDENTE
                ADD 1 TO WS-PENDENCIAS
                MOVE SPACES TO RPT-LINHA
                STRING 'PENDENCIA ' CD-STUDENT ' '
                       NM-STUDENT ' : ATIVIDADES COMPLEMENTARES - '
                       'HORAS ' ATV-HORAS-VALIDAS
                       ' DE ' ATV-HORAS-EXIGIDAS
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF.
       3850-FIM.
            EXIT.

      ******************************************************************
      * 3900-CONFERE-ENADE  --  REGULARIDADE NO ENADE: INSCRICAO EM
      *                           SITUACAO IRREGULAR OU DE CONCLUINTE
      *                           AINDA SEM RESULTADO (SO INSCRITO)
      *                           VIRA PENDENCIA; O ALUNO SEM OUTRA
      *                           PENDENCIA DE CURSO NO CICLO DO ANO
      *                           CORRENTE E SEM INSCRICAO NO ANO VIRA
      *                           PENDENCIA DE NAO INSCRITO (E
      *                           CONCLUINTE E FICOU FORA DA LISTA).
      ******************************************************************
       3900-CONFERE-ENADE.
            IF NOT ENADE-CONFERIDO
                GO TO 3900-FIM
            END-IF
            MOVE 0 TO WS-INSCRITO-NO-ANO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENA
                IF WS-EN-CD(WS-IDX) = CD-STUDENT
                    IF WS-EN-ANO(WS-IDX) = WS-ANO-CICLO
                        MOVE 1 TO WS-INSCRITO-NO-ANO
                    END-IF
                    IF WS-EN-SITUACAO(WS-IDX) = 'I'
                        ADD 1 TO WS-PENDENCIAS
                        MOVE SPACES TO RPT-LINHA
                        STRING 'PENDENCIA ' CD-STUDENT ' '
                               NM-STUDENT ' : ENADE '
                               WS-EN-ANO(WS-IDX) ' - SITUACAO '
                               'IRREGULAR'
                               DELIMITED BY SIZE INTO RPT-LINHA
                        END-STRING
                        WRITE RPT-LINHA
                    END-IF
                    IF WS-EN-SITUACAO(WS-IDX) = 'R'
                       AND WS-EN-CATEGORIA(WS-IDX) = 'C'
                        ADD 1 TO WS-PENDENCIAS
                        MOVE SPACES TO RPT-LINHA
                        STRING 'PENDENCIA ' CD-STUDENT ' '
                               NM-STUDENT ' : ENADE '
                               WS-EN-ANO(WS-IDX) ' - CONCLUINTE '
                               'INSCRITO SEM PRESENCA OU DISPENSA'
                               DELIMITED BY SIZE INTO RPT-LINHA
                        END-STRING
                        WRITE RPT-LINHA
                    END-IF
                END-IF
            END-PERFORM

            IF WS-INSCRITO-NO-ANO = 1 OR WS-PENDENCIAS > 0
                GO TO 3900-FIM
            END-IF
            MOVE 0 TO WS-CURSO-NO-CICLO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ECI
                IF WS-EC-CURSO(WS-IDX) = COURSE-CODE
                    MOVE 1 TO WS-CURSO-NO-CICLO
                    MOVE WS-QTD-ECI TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-CURSO-NO-CICLO = 1
                ADD 1 TO WS-PENDENCIAS
                MOVE SPACES TO RPT-LINHA
                STRING 'PENDENCIA ' CD-STUDENT ' '
                       NM-STUDENT ' : ENADE ' WS-ANO-CICLO
                       ' - CURSO NO CICLO E ALUNO NAO INSCRITO'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF.
       3900-FIM.
            EXIT.

      ******************************************************************
      * 4000-EFETIVA-FORMATURA  --  VIRA O STUDENT-STATUS PARA F PELO
      *                               CAMINHO AUDITADO (REWRITE +
