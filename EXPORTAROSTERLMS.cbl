      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EXPORTACAO NOTURNA DAS SALAS DE AULA PARA O AMBIENTE
      *         VIRTUAL (MOODLE), NOS FORMATOS DE CARGA EM LOTE DELE:
      *         - CURSOS (LMS_CURSOS.CSV, UPLOAD COURSES): UMA LINHA
      *           POR TURMA ATIVA - shortname/idnumber = TURMA-CODIGO,
      *           fullname = MATERIA - PERIODO, category_idnumber =
      *           PERIODO. SAI INTEIRO TODA NOITE (O MOODLE ATUALIZA O
      *           QUE JA EXISTE);
      *         - MATRICULAS (LMS_MATRICULAS.TXT, FLAT FILE
      *           ENROLMENT: operacao,papel,usuario,curso): SO AS
      *           DIFERENCAS DESDE A ULTIMA EXPORTACAO - add PARA
      *           QUEM ENTROU, del PARA QUEM SAIU. ALUNO (student) E
      *           A INSCRICAO VIGENTE NO TURMA_ALUNO; PROFESSOR
      *           (editingteacher) E A ATRIBUICAO VIGENTE HOJE NO
      *           PROF_TURMA. TURMA QUE DEIXA DE ESTAR ATIVA TEM AS
      *           MATRICULAS RETIRADAS;
      *         - USUARIOS (LMS_USUARIOS.CSV, UPLOAD USERS): OS
      *           USUARIOS QUE APARECEM EM ALGUM add DA NOITE, COM
      *           username/idnumber A+CD-STUDENT OU P+PROF-CODIGO E
      *           O NOME DO CADASTRO (PRIMEIRO NOME / RESTO).
      *         A FOTOGRAFIA DO QUE JA FOI ENVIADO FICA EM
      *         ROSTER_LMS.SNAP E SO E SUBSTITUIDA QUANDO O JOB
      *         TERMINA COM RC 0 - UMA NOITE PERDIDA SAI INTEIRA NA
      *         SEGUINTE, COMO O CARIMBO DO EXPORTADELTAJSON. SEM A
      *         FOTOGRAFIA (PRIMEIRA CARGA) TUDO SAI COMO add.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - os professores montavam a sala do
      *               ambiente virtual a mao a cada periodo.
      * 15/10/26 RMS  O aluno passou a ir para o LMS com o nome
      *               social quando registrado (RESOLVENOME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAROSTERLMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROFESSOR ASSIGN TO DYNAMIC WS-PRF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRF-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT ROSTER-SNAP ASSIGN TO DYNAMIC WS-SNAP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNAP-FS.

           SELECT CURSOS-CSV ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT MATRICULAS-LMS ASSIGN TO DYNAMIC WS-MAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAT-FS.

           SELECT USUARIOS-CSV ASSIGN TO DYNAMIC WS-USU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-USU-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROFESSOR.
          COPY FD_PROFESSOR.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD ROSTER-SNAP.
       01 SNAP-LINHA.
          03 SNAP-PAPEL                     PIC X(01).
          03 SNAP-USUARIO                   PIC X(07).
          03 SNAP-TURMA                     PIC X(08).

       FD CURSOS-CSV.
       01 CUR-LINHA                         PIC X(150).

       FD MATRICULAS-LMS.
       01 MAT-LINHA                         PIC X(60).

       FD USUARIOS-CSV.
       01 USU-LINHA                         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PRF-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-SNAP-DD               PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-MAT-DD                PIC X(100) VALUE SPACES.
       01 WS-USU-DD                PIC X(100) VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PRF-FS                PIC XX VALUE SPACES.
          88 PRF-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-SNAP-FS               PIC XX VALUE SPACES.
          88 SNAP-FS-OK            VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
       77 WS-MAT-FS                PIC XX VALUE SPACES.
       77 WS-USU-FS                PIC XX VALUE SPACES.

       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PTU-EOF               PIC X VALUE 'N'.
          88 PTU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PRF-EOF               PIC X VALUE 'N'.
          88 PRF-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SNAP-EOF              PIC X VALUE 'N'.
          88 SNAP-FIM-ARQUIVO      VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.

      * TURMAS ATIVAS (SO ELAS TEM SALA NO AMBIENTE VIRTUAL).
       01 WS-TAB-TURMAS.
          03 WS-TUR-TAB OCCURS 1000 TIMES.
             05 WS-TTUR-CODIGO         PIC X(08).
             05 WS-TTUR-PERIODO        PIC X(06).
       77 WS-QTD-TURMAS            PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-TUR               PIC 9(04) COMP VALUE ZEROS.
       77 WS-TURMA-OK              PIC 9 VALUE 0.
          88 TURMA-ATIVA-ACHADA    VALUE 1.

      * NOMES DOS PROFESSORES, PARA O ARQUIVO DE USUARIOS.
       01 WS-TAB-PROFESSORES.
          03 WS-PRF-TAB OCCURS 500 TIMES.
             05 WS-TPRF-CODIGO         PIC X(06).
             05 WS-TPRF-NOME           PIC X(30).
       77 WS-QTD-PROF              PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-PRF               PIC 9(04) COMP VALUE ZEROS.

      * MATRICULAS NO AMBIENTE: A FOTOGRAFIA ANTERIOR (O QUE JA FOI
      * ENVIADO) E A DE HOJE. CADA ITEM E PAPEL+USUARIO+TURMA, COM O
      * MESMO LAYOUT DA LINHA DO ROSTER_LMS.SNAP.
       01 WS-TAB-ANTERIOR.
          03 WS-ANT-REG OCCURS 8000 TIMES PIC X(16).
       77 WS-QTD-ANT               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-ANT               PIC 9(04) COMP VALUE ZEROS.
       01 WS-TAB-ATUAL.
          03 WS-ATU-REG OCCURS 8000 TIMES PIC X(16).
       77 WS-QTD-ATU               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-ATU               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-BUSCA             PIC 9(04) COMP VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 ITEM-ACHADO           VALUE 1.
       77 WS-TEM-SNAP              PIC 9 VALUE 0.
          88 SNAP-PRESENTE         VALUE 1.

       01 WS-ITEM.
          03 WS-ITEM-PAPEL            PIC X(01).
             88 ITEM-ALUNO            VALUE 'A'.
             88 ITEM-PROFESSOR        VALUE 'P'.
          03 WS-ITEM-USUARIO          PIC X(07).
          03 WS-ITEM-USU-R REDEFINES WS-ITEM-USUARIO.
             05 WS-ITEM-USU-TIPO      PIC X(01).
             05 WS-ITEM-USU-CODIGO    PIC X(06).
          03 WS-ITEM-TURMA            PIC X(08).
       77 WS-CD-ED                 PIC 9(05) VALUE ZEROS.

      * USUARIOS JA GRAVADOS NO CSV DA NOITE (UM USUARIO ENTRA EM
      * VARIAS TURMAS, MAS SO UMA LINHA NO UPLOAD).
       01 WS-TAB-USUARIOS.
          03 WS-USU-TAB OCCURS 8000 TIMES PIC X(07).
       77 WS-QTD-USU               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-USU               PIC 9(04) COMP VALUE ZEROS.

       77 WS-NOME-COMPLETO         PIC X(30) VALUE SPACES.
       77 WS-PRIMEIRO-NOME         PIC X(30) VALUE SPACES.
       77 WS-SOBRENOME             PIC X(30) VALUE SPACES.
       77 WS-PONTEIRO              PIC 9(03) VALUE ZEROS.
       77 WS-OPERACAO              PIC X(03) VALUE SPACES.
       77 WS-PAPEL-LMS             PIC X(14) VALUE SPACES.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-TABELA-CHEIA          PIC 9 VALUE 0.
          88 TABELA-ESTOUROU       VALUE 1.

       77 WS-QTD-CURSOS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ADD               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEL               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-USUARIOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO      PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXPORTAROSTERLMS - SALAS DO AMBIENTE VIRTUAL*'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 1000-INICIALIZA THRU 1000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1200-CARREGA-TURMAS THRU 1200-FIM
            PERFORM 1300-CARREGA-PROFESSORES THRU 1300-FIM
            PERFORM 1400-CARREGA-SNAPSHOT THRU 1400-FIM
            PERFORM 2000-MONTA-ALUNOS THRU 2000-FIM
            PERFORM 2500-MONTA-PROFESSORES THRU 2500-FIM

            IF TABELA-ESTOUROU
                DISPLAY 'MAIS DE 8000 MATRICULAS NO AMBIENTE - '
                        'EXPORTACAO INTERROMPIDA.'
                MOVE 'EXPORTAROSTERLMS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TABELA DE MATRICULAS DO AMBIENTE CHEIA'
                  TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE ESTUDANTE
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT CURSOS-CSV
            OPEN OUTPUT MATRICULAS-LMS
            OPEN OUTPUT USUARIOS-CSV

            PERFORM 3000-GRAVA-CURSOS THRU 3000-FIM

            MOVE SPACES TO USU-LINHA
            MOVE 'username,firstname,lastname,idnumber' TO USU-LINHA
            WRITE USU-LINHA

            PERFORM VARYING WS-IDX-ATU FROM 1 BY 1
                    UNTIL WS-IDX-ATU > WS-QTD-ATU
                MOVE WS-ATU-REG(WS-IDX-ATU) TO WS-ITEM
                PERFORM 4000-PROCURA-ANTERIOR THRU 4000-FIM
                IF NOT ITEM-ACHADO
                    MOVE 'add' TO WS-OPERACAO
                    PERFORM 5000-GRAVA-MATRICULA THRU 5000-FIM
                    ADD 1 TO WS-QTD-ADD
                    PERFORM 6000-GRAVA-USUARIO THRU 6000-FIM
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                    UNTIL WS-IDX-ANT > WS-QTD-ANT
                MOVE WS-ANT-REG(WS-IDX-ANT) TO WS-ITEM
                PERFORM 4500-PROCURA-ATUAL THRU 4500-FIM
                IF NOT ITEM-ACHADO
                    MOVE 'del' TO WS-OPERACAO
                    PERFORM 5000-GRAVA-MATRICULA THRU 5000-FIM
                    ADD 1 TO WS-QTD-DEL
                END-IF
            END-PERFORM

            CLOSE CURSOS-CSV
            CLOSE MATRICULAS-LMS
            CLOSE USUARIOS-CSV
            CLOSE ESTUDANTE

            IF RETURN-CODE = ZEROS
                PERFORM 7000-GRAVA-SNAPSHOT THRU 7000-FIM
            END-IF

            DISPLAY ' '
            DISPLAY '*** RESUMO DA EXPORTACAO PARA O AMBIENTE ***'
            DISPLAY 'CURSOS (TURMAS ATIVAS).: ' WS-QTD-CURSOS
            DISPLAY 'MATRICULAS VIGENTES....: ' WS-QTD-ATU
            DISPLAY 'MATRICULAS INCLUIDAS...: ' WS-QTD-ADD
            DISPLAY 'MATRICULAS RETIRADAS...: ' WS-QTD-DEL
            DISPLAY 'USUARIOS NO UPLOAD.....: ' WS-QTD-USUARIOS
            DISPLAY 'ALUNOS SEM CADASTRO....: ' WS-QTD-SEM-CADASTRO
            IF NOT SNAP-PRESENTE
                DISPLAY 'SEM FOTOGRAFIA ANTERIOR - CARGA INICIAL.'
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  --  RESOLVE OS DD E ABRE O CADASTRO DE
      *                        ESTUDANTES (NOMES DO UPLOAD DE
      *                        USUARIOS).
      ******************************************************************
       1000-INICIALIZA.
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-PRF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PRF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PRF-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-SNAP-DD FROM ENVIRONMENT 'DD_ROSTER_LMS_SNAP'
            IF WS-SNAP-DD = SPACES
                MOVE 'ROSTER_LMS.SNAP' TO WS-SNAP-DD
            END-IF
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_LMS_CURSOS'
            IF WS-CUR-DD = SPACES
                MOVE 'LMS_CURSOS.CSV' TO WS-CUR-DD
            END-IF
            ACCEPT WS-MAT-DD FROM ENVIRONMENT 'DD_LMS_MATRICULAS'
            IF WS-MAT-DD = SPACES
                MOVE 'LMS_MATRICULAS.TXT' TO WS-MAT-DD
            END-IF
            ACCEPT WS-USU-DD FROM ENVIRONMENT 'DD_LMS_USUARIOS'
            IF WS-USU-DD = SPACES
                MOVE 'LMS_USUARIOS.CSV' TO WS-USU-DD
            END-IF

            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-TUR-DD
                        ' - FILE STATUS: ' WS-TUR-FS
                MOVE 'EXPORTAROSTERLMS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-INICIALIZA' TO LOG-PARAGRAFO OF WS-LOG-PARM
                STRING 'ERRO AO ABRIR ' WS-TUR-DD
                       ' - FILE STATUS: ' WS-TUR-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                CLOSE TURMAS
                MOVE 8 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-TURMAS  --  CARREGA AS TURMAS ATIVAS.
      ******************************************************************
       1200-CARREGA-TURMAS.
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF TURMA-ATIVA
                            IF WS-QTD-TURMAS < 1000
                                ADD 1 TO WS-QTD-TURMAS
                                MOVE TURMA-CODIGO TO
                                     WS-TTUR-CODIGO(WS-QTD-TURMAS)
                                MOVE TURMA-PERIODO TO
                                     WS-TTUR-PERIODO(WS-QTD-TURMAS)
                            ELSE
                                MOVE 1 TO WS-TABELA-CHEIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-PROFESSORES  --  NOMES DO CADASTRO DE
      *                                 PROFESSORES; AUSENTE, O UPLOAD
      *                                 DE USUARIOS SAI SEM OS
      *                                 PROFESSORES.
      ******************************************************************
       1300-CARREGA-PROFESSORES.
            OPEN INPUT PROFESSOR
            IF NOT PRF-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-PRF-EOF
            PERFORM UNTIL PRF-FIM-ARQUIVO
                READ PROFESSOR
                    AT END
                        MOVE 'F' TO WS-PRF-EOF
                    NOT AT END
                        IF WS-QTD-PROF < 500
                            ADD 1 TO WS-QTD-PROF
                            MOVE PROF-CODIGO TO
                                 WS-TPRF-CODIGO(WS-QTD-PROF)
                            MOVE PROF-NOME TO
                                 WS-TPRF-NOME(WS-QTD-PROF)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSOR.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-SNAPSHOT  --  CARREGA O QUE JA FOI ENVIADO AO
      *                              AMBIENTE; SEM O ARQUIVO, E A CARGA
      *                              INICIAL.
      ******************************************************************
       1400-CARREGA-SNAPSHOT.
            OPEN INPUT ROSTER-SNAP
            IF NOT SNAP-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 1 TO WS-TEM-SNAP
            MOVE 'N' TO WS-SNAP-EOF
            PERFORM UNTIL SNAP-FIM-ARQUIVO
                READ ROSTER-SNAP
                    AT END
                        MOVE 'F' TO WS-SNAP-EOF
                    NOT AT END
                        IF SNAP-LINHA NOT = SPACES
                            IF WS-QTD-ANT < 8000
                                ADD 1 TO WS-QTD-ANT
                                MOVE SNAP-LINHA TO
                                     WS-ANT-REG(WS-QTD-ANT)
                            ELSE
                                MOVE 1 TO WS-TABELA-CHEIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ROSTER-SNAP.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 2000-MONTA-ALUNOS  --  INSCRICOES VIGENTES (SITUACAO M) EM
      *                          TURMA ATIVA VIRAM MATRICULA DE ALUNO.
      ******************************************************************
       2000-MONTA-ALUNOS.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'TURMA_ALUNO AUSENTE - NENHUM ALUNO EXPORTADO.'
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-TAL-EOF
            PERFORM UNTIL TAL-FIM-ARQUIVO
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-TAL-EOF
                    NOT AT END
                        IF TAL-MATRICULADO
                            MOVE TAL-TURMA-CODIGO TO WS-ITEM-TURMA
                            PERFORM 2100-TURMA-ATIVA THRU 2100-FIM
                            IF TURMA-ATIVA-ACHADA
                                MOVE 'A' TO WS-ITEM-PAPEL
                                MOVE TAL-CD-STUDENT TO WS-CD-ED
                                MOVE SPACES TO WS-ITEM-USUARIO
                                STRING 'A' WS-CD-ED DELIMITED BY SIZE
                                   INTO WS-ITEM-USUARIO
                                END-STRING
                                PERFORM 2200-GUARDA-ATUAL THRU 2200-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       2000-FIM.
            EXIT.

       2100-TURMA-ATIVA.
            MOVE 0 TO WS-TURMA-OK
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                IF WS-TTUR-CODIGO(WS-IDX-TUR) = WS-ITEM-TURMA
                    MOVE 1 TO WS-TURMA-OK
                    MOVE WS-QTD-TURMAS TO WS-IDX-TUR
                END-IF
            END-PERFORM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-GUARDA-ATUAL  --  GUARDA O ITEM NA FOTOGRAFIA DE HOJE,
      *                          SEM REPETIR (LINHA DUPLICADA NO
      *                          TURMA_ALUNO OU DUAS ATRIBUICOES DO
      *                          MESMO PROFESSOR NA TURMA).
      ******************************************************************
       2200-GUARDA-ATUAL.
            PERFORM 4500-PROCURA-ATUAL THRU 4500-FIM
            IF ITEM-ACHADO
                GO TO 2200-FIM
            END-IF
            IF WS-QTD-ATU >= 8000
                MOVE 1 TO WS-TABELA-CHEIA
                GO TO 2200-FIM
            END-IF
            ADD 1 TO WS-QTD-ATU
            MOVE WS-ITEM TO WS-ATU-REG(WS-QTD-ATU).
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2500-MONTA-PROFESSORES  --  ATRIBUICOES VIGENTES HOJE
      *                               (INICIO ATE HOJE E FIM ZERADO OU
      *                               A PARTIR DE HOJE) EM TURMA ATIVA
      *                               VIRAM MATRICULA DE PROFESSOR.
      ******************************************************************
       2500-MONTA-PROFESSORES.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                DISPLAY 'PROF_TURMA AUSENTE - NENHUM PROFESSOR '
                        'EXPORTADO.'
                GO TO 2500-FIM
            END-IF
            MOVE 'N' TO WS-PTU-EOF
            PERFORM UNTIL PTU-FIM-ARQUIVO
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-PTU-EOF
                    NOT AT END
                        IF PTU-DT-INICIO <= WS-DATA-HOJE
                           AND (PTU-DT-FIM = ZEROS
                                OR PTU-DT-FIM >= WS-DATA-HOJE)
                            MOVE PTU-TURMA-CODIGO TO WS-ITEM-TURMA
                            PERFORM 2100-TURMA-ATIVA THRU 2100-FIM
                            IF TURMA-ATIVA-ACHADA
                                MOVE 'P' TO WS-ITEM-PAPEL
                                MOVE SPACES TO WS-ITEM-USUARIO
                                STRING 'P' PTU-PROF-CODIGO
                                   DELIMITED BY SIZE
                                   INTO WS-ITEM-USUARIO
                                END-STRING
                                PERFORM 2200-GUARDA-ATUAL THRU 2200-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-CURSOS  --  UMA LINHA POR TURMA ATIVA NO CSV DE
      *                          CURSOS (RELE O CADASTRO PARA TER A
      *                          MATERIA).
      ******************************************************************
       3000-GRAVA-CURSOS.
            MOVE SPACES TO CUR-LINHA
            MOVE 'shortname,fullname,category_idnumber,idnumber'
              TO CUR-LINHA
            WRITE CUR-LINHA

            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF TURMA-ATIVA
                            ADD 1 TO WS-QTD-CURSOS
                            MOVE SPACES TO CUR-LINHA
                            STRING FUNCTION TRIM(TURMA-CODIGO) ',"'
                                   FUNCTION TRIM(TURMA-MATERIA) ' - '
                                   TURMA-PERIODO '",'
                                   FUNCTION TRIM(TURMA-PERIODO) ','
                                   FUNCTION TRIM(TURMA-CODIGO)
                                   DELIMITED BY SIZE INTO CUR-LINHA
                            END-STRING
                            WRITE CUR-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-PROCURA-ANTERIOR / 4500-PROCURA-ATUAL  --  O ITEM JA
      *                          ESTAVA NA FOTOGRAFIA ANTERIOR / ESTA
      *                          NA DE HOJE.
      ******************************************************************
       4000-PROCURA-ANTERIOR.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                    UNTIL WS-IDX-ANT > WS-QTD-ANT OR ITEM-ACHADO
                IF WS-ANT-REG(WS-IDX-ANT) = WS-ITEM
                    MOVE 1 TO WS-ACHOU
                END-IF
            END-PERFORM.
       4000-FIM.
            EXIT.

       4500-PROCURA-ATUAL.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                    UNTIL WS-IDX-BUSCA > WS-QTD-ATU OR ITEM-ACHADO
                IF WS-ATU-REG(WS-IDX-BUSCA) = WS-ITEM
                    MOVE 1 TO WS-ACHOU
                END-IF
            END-PERFORM.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 5000-GRAVA-MATRICULA  --  LINHA DO FLAT FILE ENROLMENT:
      *                             operacao,papel,usuario,curso.
      ******************************************************************
       5000-GRAVA-MATRICULA.
            IF ITEM-PROFESSOR
                MOVE 'editingteacher' TO WS-PAPEL-LMS
            ELSE
                MOVE 'student' TO WS-PAPEL-LMS
            END-IF
            MOVE SPACES TO MAT-LINHA
            STRING WS-OPERACAO ','
                   FUNCTION TRIM(WS-PAPEL-LMS) ','
                   FUNCTION TRIM(WS-ITEM-USUARIO) ','
                   FUNCTION TRIM(WS-ITEM-TURMA)
                   DELIMITED BY SIZE INTO MAT-LINHA
            END-STRING
            WRITE MAT-LINHA.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-GRAVA-USUARIO  --  UMA LINHA POR USUARIO NOVO NA NOITE NO
      *                           CSV DE USUARIOS, COM O NOME DO
      *                           CADASTRO (PRIMEIRA PALAVRA COMO
      *                           firstname, O RESTO COMO lastname).
      ******************************************************************
       6000-GRAVA-USUARIO.
            PERFORM VARYING WS-IDX-USU FROM 1 BY 1
                    UNTIL WS-IDX-USU > WS-QTD-USU
                IF WS-USU-TAB(WS-IDX-USU) = WS-ITEM-USUARIO
                    GO TO 6000-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-USU < 8000
                ADD 1 TO WS-QTD-USU
                MOVE WS-ITEM-USUARIO TO WS-USU-TAB(WS-QTD-USU)
            END-IF

            MOVE SPACES TO WS-NOME-COMPLETO
            IF ITEM-ALUNO
                MOVE WS-ITEM-USU-CODIGO(1:5) TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        ADD 1 TO WS-QTD-SEM-CADASTRO
                        DISPLAY 'ALUNO ' CD-STUDENT
                                ' SEM CADASTRO - FORA DO UPLOAD DE '
                                'USUARIOS.'
                        GO TO 6000-FIM
                END-READ
                MOVE CD-STUDENT TO NOM-P-CD-STUDENT
                MOVE NM-STUDENT TO NOM-P-NM-CIVIL
                CALL 'RESOLVENOME' USING WS-NOM-PARM
                MOVE NOM-P-NOME TO WS-NOME-COMPLETO
            ELSE
                PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                        UNTIL WS-IDX-PRF > WS-QTD-PROF
                    IF WS-TPRF-CODIGO(WS-IDX-PRF) = WS-ITEM-USU-CODIGO
                        MOVE WS-TPRF-NOME(WS-IDX-PRF)
                          TO WS-NOME-COMPLETO
                        MOVE WS-QTD-PROF TO WS-IDX-PRF
                    END-IF
                END-PERFORM
                IF WS-NOME-COMPLETO = SPACES
                    GO TO 6000-FIM
                END-IF
            END-IF

            MOVE SPACES TO WS-PRIMEIRO-NOME WS-SOBRENOME
            MOVE 1 TO WS-PONTEIRO
            UNSTRING WS-NOME-COMPLETO DELIMITED BY ALL SPACE
                INTO WS-PRIMEIRO-NOME
                WITH POINTER WS-PONTEIRO
            END-UNSTRING
            IF WS-PONTEIRO <= 30
                MOVE WS-NOME-COMPLETO(WS-PONTEIRO:) TO WS-SOBRENOME
            END-IF
            IF WS-SOBRENOME = SPACES
                MOVE '-' TO WS-SOBRENOME
            END-IF

            ADD 1 TO WS-QTD-USUARIOS
            MOVE SPACES TO USU-LINHA
            STRING FUNCTION TRIM(WS-ITEM-USUARIO) ',"'
                   FUNCTION TRIM(WS-PRIMEIRO-NOME) '","'
                   FUNCTION TRIM(WS-SOBRENOME) '",'
                   FUNCTION TRIM(WS-ITEM-USUARIO)
                   DELIMITED BY SIZE INTO USU-LINHA
            END-STRING
            WRITE USU-LINHA.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-GRAVA-SNAPSHOT  --  A FOTOGRAFIA DE HOJE PASSA A SER O
      *                            QUE JA FOI ENVIADO (SO COM RC 0).
      ******************************************************************
       7000-GRAVA-SNAPSHOT.
            OPEN OUTPUT ROSTER-SNAP
            IF NOT SNAP-FS-OK
                DISPLAY 'ERRO AO GRAVAR ' WS-SNAP-DD
                        ' - FILE STATUS: ' WS-SNAP-FS
                MOVE 4 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX-ATU FROM 1 BY 1
                    UNTIL WS-IDX-ATU > WS-QTD-ATU
                MOVE WS-ATU-REG(WS-IDX-ATU) TO SNAP-LINHA
                WRITE SNAP-LINHA
            END-PERFORM
            CLOSE ROSTER-SNAP.
       7000-FIM.
            EXIT.

       END PROGRAM EXPORTAROSTERLMS.
