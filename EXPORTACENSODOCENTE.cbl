      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EXPORTACAO DO CENSO DOCENTE: COMPLEMENTO DO
      *         EXPORTACENSO PARA O BLOCO DE PROFESSORES. CONSIDERA
      *         TODO PROFESSOR EM EXERCICIO NO ANO DE REFERENCIA
      *         (DD_CENSO_ANO, PADRAO O ANO CORRENTE) - ATIVO NO
      *         CADASTRO OU COM TURMA (PROF_TURMA) OU MATERIA
      *         (PROF_MATERIA) NO ANO - E LIGA CADA UM AOS CURSOS E
      *         MATERIAS QUE LECIONOU: A MATERIA DA TURMA OU DO
      *         CATALOGO E PROCURADA NA GRADE CURRICULAR (CURRICULO)
      *         PARA ACHAR O(S) CURSO(S). GERA UM REGISTRO TIPO 40 POR
      *         DOCENTE (CPF, NASCIMENTO, TITULACAO, REGIME, ADMISSAO)
      *         SEGUIDO DE UM TIPO 41 POR VINCULO CURSO X MATERIA.
      *         COMO NO EXPORTACENSO, O MODO P (PADRAO) SO GERA O
      *         RELATORIO DE PRE-CHECAGEM COM OS DOCENTES DE DADOS
      *         INCOMPLETOS (CORRIGIDOS PELO MANUTENCAOPROFESSOR (D));
      *         O MODO E (DD_CENSO_MODO=E) GERA O ARQUIVO SO COM OS
      *         COMPLETOS, COM RC=4 SE AINDA HOUVER PENDENCIA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - o bloco docente do censo era montado
      *               a mao a partir das planilhas do RH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTACENSODOCENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROF-MATERIA ASSIGN TO DYNAMIC WS-PM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PM-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT CATALOGO-MATERIAS ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT CURRICULO ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT ARQUIVO-CENSO ASSIGN TO DYNAMIC WS-CENSO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CENSO-FS.

           SELECT RELATORIO-PENDENCIA ASSIGN TO DYNAMIC WS-PEND-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROF-MATERIA.
          COPY FD_PROF_MATERIA.

       FD TURMAS.
          COPY FD_TURMA.

       FD CATALOGO-MATERIAS.
          COPY FD_CATALOGO_MATERIA.

       FD CURRICULO.
          COPY FD_CURRICULO.

       FD ARQUIVO-CENSO.
       01 REG-CENSO-DOC.
          03 CDO-TIPO-REG              PIC X(02).
          03 CDO-PROF-CODIGO           PIC X(06).
          03 CDO-DADOS                 PIC X(80).
          03 CDO-DOCENTE REDEFINES CDO-DADOS.
             05 CDO-NOME               PIC X(30).
             05 CDO-CPF                PIC 9(11).
             05 CDO-DT-NASCIMENTO      PIC 9(08).
             05 CDO-TITULACAO          PIC X(01).
             05 CDO-REGIME             PIC X(01).
             05 CDO-DT-ADMISSAO        PIC 9(08).
             05 CDO-QTD-VINCULOS       PIC 9(03).
             05 FILLER                 PIC X(18).
          03 CDO-VINCULO REDEFINES CDO-DADOS.
             05 CDO-COURSE-CODE        PIC X(05).
             05 CDO-COD-MATERIA        PIC X(10).
             05 CDO-NOME-MATERIA       PIC X(50).
             05 CDO-ORIGEM             PIC X(01).
             05 FILLER                 PIC X(14).

       FD RELATORIO-PENDENCIA.
       01 PEND-LINHA                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PM-DD                 PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-CENSO-DD              PIC X(100) VALUE SPACES.
       01 WS-PEND-DD               PIC X(100) VALUE SPACES.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PM-FS                 PIC XX VALUE SPACES.
          88 PM-FS-OK              VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
          88 CUR-FS-OK             VALUE '00'.
       77 WS-CENSO-FS              PIC XX VALUE SPACES.
       77 WS-PEND-FS               PIC XX VALUE SPACES.
       77 WS-PROF-EOF              PIC X VALUE 'N'.
          88 PROF-FIM-ARQUIVO      VALUE 'F'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       77 WS-MODO                  PIC X(01) VALUE 'P'.
          88 MODO-PRE-CHECAGEM     VALUE 'P' 'p' ' '.
          88 MODO-EXPORTACAO       VALUE 'E' 'e'.

      * ANO DE REFERENCIA DO CENSO E OS LIMITES DO ANO (AAAAMMDD)
       77 WS-ANO-TEXTO             PIC X(04) VALUE SPACES.
       77 WS-ANO-REF               PIC 9(04) VALUE ZEROS.
       77 WS-ANO-INICIO            PIC 9(08) VALUE ZEROS.
       77 WS-ANO-FIM               PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       77 WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DOCENTES          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COMPLETOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VINC-EXPORTADOS   PIC 9(06) VALUE ZEROS.
       77 WS-DOCENTE-COMPLETO      PIC 9 VALUE 0.
          88 DOCENTE-COMPLETO      VALUE 1.
       77 WS-NO-CENSO              PIC 9 VALUE 0.
          88 DOCENTE-NO-CENSO      VALUE 1.
       77 WS-LECIONOU-ANO          PIC 9 VALUE 0.
          88 LECIONOU-NO-ANO       VALUE 1.

      * CABECALHO (*H) E TRAILER (*T) DO ARQUIVO, NA CONVENCAO DOS
      * LOTES DE INTERFACE; O TRAILER FECHA COM A QUANTIDADE DE
      * DOCENTES, A DE VINCULOS E A SOMA DOS CPF EXPORTADOS.
       01 WS-CENSO-CABECALHO.
          03 HDR-MARCA                PIC X(02) VALUE '*H'.
          03 HDR-REMETENTE            PIC X(08) VALUE 'CENSODOC'.
          03 HDR-QTD-DECLARADA        PIC 9(05) VALUE ZEROS.
          03 HDR-DATA                 PIC 9(08) VALUE ZEROS.
          03 HDR-ANO-REF              PIC 9(04) VALUE ZEROS.
       01 WS-CENSO-TRAILER.
          03 TRL-MARCA                PIC X(02) VALUE '*T'.
          03 TRL-QTD                  PIC 9(05) VALUE ZEROS.
          03 TRL-QTD-VINCULOS         PIC 9(06) VALUE ZEROS.
          03 TRL-SOMA-CPF             PIC 9(18) VALUE ZEROS.
       77 WS-SOMA-CPF              PIC 9(18) VALUE ZEROS.

       01 WS-LINHA-DET.
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 DET-PROF                  PIC X(06).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-NOME                  PIC X(30).
          03 FILLER                    PIC X(02) VALUE SPACES.
          03 DET-PENDENCIAS            PIC X(80).

       77 WS-QTD-ED                PIC ZZZZ9.

      * ATRIBUICOES POR TURMA E POR MATERIA QUE TOCAM O ANO DE
      * REFERENCIA, TURMAS (CODIGO -> MATERIA), CATALOGO (CODIGO <->
      * NOME) E GRADE CURRICULAR (MATERIA -> CURSOS)
       01 WS-TABELA-PROF-TURMA.
          05 WS-QTD-PTU            PIC 9(04) VALUE 0.
          05 WS-PTU-TAB OCCURS 1000 TIMES.
             10 WS-PTU-TURMA       PIC X(08).
             10 WS-PTU-PROF        PIC X(06).
       01 WS-TABELA-PROF-MATERIA.
          05 WS-QTD-PM             PIC 9(04) VALUE 0.
          05 WS-PM-TAB OCCURS 1000 TIMES.
             10 WS-PM-PROF         PIC X(06).
             10 WS-PM-MATERIA      PIC X(10).
       01 WS-TABELA-TURMAS.
          05 WS-QTD-TUR            PIC 9(04) VALUE 0.
          05 WS-TUR-TAB OCCURS 1000 TIMES.
             10 WS-TUR-COD         PIC X(08).
             10 WS-TUR-MAT         PIC X(50).
       01 WS-TABELA-CATALOGO.
          05 WS-QTD-CAT            PIC 9(04) VALUE 0.
          05 WS-CAT-TAB OCCURS 500 TIMES.
             10 WS-CAT-COD         PIC X(10).
             10 WS-CAT-NOME        PIC X(50).
       01 WS-TABELA-CURRICULO.
          05 WS-QTD-CUR            PIC 9(04) VALUE 0.
          05 WS-CUR-TAB OCCURS 2000 TIMES.
             10 WS-CUR-CURSO       PIC X(05).
             10 WS-CUR-MAT         PIC X(50).

      * VINCULOS CURSO X MATERIA DO DOCENTE CORRENTE
       01 WS-TABELA-VINCULOS.
          05 WS-QTD-VINC           PIC 9(03) VALUE 0.
          05 WS-VINC-TAB OCCURS 100 TIMES.
             10 WS-VINC-CURSO      PIC X(05).
             10 WS-VINC-COD-MAT    PIC X(10).
             10 WS-VINC-NOME-MAT   PIC X(50).
             10 WS-VINC-ORIGEM     PIC X(01).

       77 WS-MAT-CODIGO            PIC X(10) VALUE SPACES.
       77 WS-MAT-NOME              PIC X(50) VALUE SPACES.
       77 WS-MAT-ORIGEM            PIC X(01) VALUE SPACE.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-AUX               PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VINC              PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 ACHOU                 VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXPORTACENSODOCENTE - CENSO DOCENTE         *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 1000-INICIALIZA THRU 1000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 2000-PROCESSA-PROFESSOR THRU 2000-FIM
                UNTIL PROF-FIM-ARQUIVO

            PERFORM 3000-ENCERRA THRU 3000-FIM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  --  RESOLVE O ANO E OS DD, CARREGA AS TABELAS
      *                        DE APOIO, ABRE O CADASTRO DE PROFESSORES
      *                        E O RELATORIO DE PENDENCIAS.
      ******************************************************************
       1000-INICIALIZA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-MODO FROM ENVIRONMENT 'DD_CENSO_MODO'
            ACCEPT WS-ANO-TEXTO FROM ENVIRONMENT 'DD_CENSO_ANO'
            IF WS-ANO-TEXTO = SPACES
                MOVE WS-DATA-HOJE(1:4) TO WS-ANO-TEXTO
            END-IF
            IF WS-ANO-TEXTO NOT NUMERIC
                DISPLAY 'ANO DE REFERENCIA INVALIDO: ' WS-ANO-TEXTO
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            MOVE WS-ANO-TEXTO TO WS-ANO-REF
            COMPUTE WS-ANO-INICIO = WS-ANO-REF * 10000 + 0101
            COMPUTE WS-ANO-FIM = WS-ANO-REF * 10000 + 1231

            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            ACCEPT WS-CENSO-DD FROM ENVIRONMENT
                   'DD_ARQUIVO_CENSO_DOCENTE'
            IF WS-CENSO-DD = SPACES
                MOVE 'CENSO_DOCENTE.TXT' TO WS-CENSO-DD
            END-IF
            ACCEPT WS-PEND-DD FROM ENVIRONMENT
                   'DD_CENSO_DOCENTE_PENDENCIAS'
            IF WS-PEND-DD = SPACES
                MOVE 'CENSO_DOCENTE_PENDENCIAS.RPT' TO WS-PEND-DD
            END-IF

            PERFORM 1100-CARREGA-PROF-TURMA THRU 1100-FIM
            PERFORM 1200-CARREGA-PROF-MATERIA THRU 1200-FIM
            PERFORM 1300-CARREGA-TURMAS THRU 1300-FIM
            PERFORM 1400-CARREGA-CATALOGO THRU 1400-FIM
            PERFORM 1500-CARREGA-CURRICULO THRU 1500-FIM

            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-PROF-DD ': ' WS-PROF-FS
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            OPEN OUTPUT RELATORIO-PENDENCIA
            MOVE SPACES TO PEND-LINHA
            STRING 'PRE-CHECAGEM DO CENSO DOCENTE - ANO '
                   WS-ANO-REF ' - DOCENTES COM DADOS INCOMPLETOS'
                   DELIMITED BY SIZE INTO PEND-LINHA
            END-STRING
            WRITE PEND-LINHA
            MOVE SPACES TO PEND-LINHA
            WRITE PEND-LINHA
            DISPLAY 'ANO DE REFERENCIA........: ' WS-ANO-REF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PROF-TURMA  --  GUARDA AS ATRIBUICOES POR TURMA
      *                                CUJA VIGENCIA TOCA O ANO (INICIO
      *                                ATE 31/12, FIM ZERADO OU A
      *                                PARTIR DE 01/01).
      ******************************************************************
       1100-CARREGA-PROF-TURMA.
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF PTU-DT-FIM NOT NUMERIC
                            MOVE ZEROS TO PTU-DT-FIM
                        END-IF
                        IF PTU-DT-INICIO <= WS-ANO-FIM
                           AND (PTU-DT-FIM = ZEROS
                                OR PTU-DT-FIM >= WS-ANO-INICIO)
                           AND WS-QTD-PTU < 1000
                            ADD 1 TO WS-QTD-PTU
                            MOVE PTU-TURMA-CODIGO TO
                                 WS-PTU-TURMA(WS-QTD-PTU)
                            MOVE PTU-PROF-CODIGO TO
                                 WS-PTU-PROF(WS-QTD-PTU)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-PROF-MATERIA  --  GUARDA AS ATRIBUICOES DE
      *                                  MATERIA DOS PERIODOS DO ANO
      *                                  ('AAAA-1' E 'AAAA-2').
      ******************************************************************
       1200-CARREGA-PROF-MATERIA.
            ACCEPT WS-PM-DD FROM ENVIRONMENT 'DD_PROF_MATERIA'
            IF WS-PM-DD = SPACES
                MOVE 'PROF_MATERIA.TXT' TO WS-PM-DD
            END-IF
            OPEN INPUT PROF-MATERIA
            IF NOT PM-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-MATERIA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF PM-PERIODO(1:4) = WS-ANO-TEXTO
                           AND WS-QTD-PM < 1000
                            ADD 1 TO WS-QTD-PM
                            MOVE PM-PROF-CODIGO TO
                                 WS-PM-PROF(WS-QTD-PM)
                            MOVE PM-COD-MATERIA TO
                                 WS-PM-MATERIA(WS-QTD-PM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-MATERIA.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-TURMAS  --  CODIGO DA TURMA -> NOME DA MATERIA.
      ******************************************************************
       1300-CARREGA-TURMAS.
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-TUR < 1000
                            ADD 1 TO WS-QTD-TUR
                            MOVE TURMA-CODIGO TO
                                 WS-TUR-COD(WS-QTD-TUR)
                            MOVE TURMA-MATERIA TO
                                 WS-TUR-MAT(WS-QTD-TUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-CATALOGO  --  CODIGO <-> NOME OFICIAL DA MATERIA.
      ******************************************************************
       1400-CARREGA-CATALOGO.
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            OPEN INPUT CATALOGO-MATERIAS
            IF NOT CAT-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CATALOGO-MATERIAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-CAT < 500
                            ADD 1 TO WS-QTD-CAT
                            MOVE CATALOGO-COD-MATERIA TO
                                 WS-CAT-COD(WS-QTD-CAT)
                            MOVE CATALOGO-NOME-MATERIA TO
                                 WS-CAT-NOME(WS-QTD-CAT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-MATERIAS.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-CURRICULO  --  MATERIA -> CURSO(S) QUE A TEM NA
      *                               GRADE.
      ******************************************************************
       1500-CARREGA-CURRICULO.
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
            IF WS-CUR-DD = SPACES
                MOVE 'CURRICULO.TXT' TO WS-CUR-DD
            END-IF
            OPEN INPUT CURRICULO
            IF NOT CUR-FS-OK
                DISPLAY 'SEM GRADE CURRICULAR (' WS-CUR-DD ') - '
                        'NENHUM VINCULO A CURSO SERA ENCONTRADO.'
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CURRICULO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-CUR < 2000
                            ADD 1 TO WS-QTD-CUR
                            MOVE CUR-COURSE-CODE TO
                                 WS-CUR-CURSO(WS-QTD-CUR)
                            MOVE CUR-MATERIA TO
                                 WS-CUR-MAT(WS-QTD-CUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CURRICULO.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-PROFESSOR  --  PARA CADA DOCENTE EM EXERCICIO NO
      *                                ANO, MONTA OS VINCULOS E CRITICA
      *                                OS DADOS DO CENSO; INCOMPLETO VAI
      *                                PARA O RELATORIO DE PENDENCIAS.
      ******************************************************************
       2000-PROCESSA-PROFESSOR.
            READ PROFESSORES
                AT END
                    MOVE 'F' TO WS-PROF-EOF
                    GO TO 2000-FIM
            END-READ
            ADD 1 TO WS-QTD-LIDOS
            PERFORM 2050-NORMALIZA-CENSO THRU 2050-FIM
            PERFORM 2100-MONTA-VINCULOS THRU 2100-FIM
            PERFORM 2300-VERIFICA-ESCOPO THRU 2300-FIM
            IF NOT DOCENTE-NO-CENSO
                GO TO 2000-FIM
            END-IF
            ADD 1 TO WS-QTD-DOCENTES

            PERFORM 2400-CRITICA-DOCENTE THRU 2400-FIM
            IF DOCENTE-COMPLETO
                ADD 1 TO WS-QTD-COMPLETOS
            ELSE
                ADD 1 TO WS-QTD-PENDENTES
                MOVE PROF-CODIGO TO DET-PROF
                MOVE PROF-NOME TO DET-NOME
                MOVE WS-LINHA-DET TO PEND-LINHA
                WRITE PEND-LINHA
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2050-NORMALIZA-CENSO  --  REGISTRO GRAVADO ANTES DO BLOCO DO
      *                             CENSO DOCENTE VEM COM O BLOCO EM
      *                             BRANCO: VALE COMO NAO INFORMADO.
      ******************************************************************
       2050-NORMALIZA-CENSO.
            IF PROF-CPF NOT NUMERIC
                MOVE ZEROS TO PROF-CPF
            END-IF
            IF PROF-DT-NASCIMENTO NOT NUMERIC
                MOVE ZEROS TO PROF-DT-NASCIMENTO
            END-IF
            IF PROF-DT-ADMISSAO NOT NUMERIC
                MOVE ZEROS TO PROF-DT-ADMISSAO
            END-IF.
       2050-FIM.
            EXIT.

      ******************************************************************
      * 2100-MONTA-VINCULOS  --  JUNTA AS TURMAS E AS MATERIAS DO
      *                            DOCENTE NO ANO E, PELA GRADE, OS
      *                            CURSOS DE CADA MATERIA (UM VINCULO
      *                            POR CURSO X MATERIA, SEM REPETIR).
      *                            MATERIA FORA DE QUALQUER GRADE NAO
      *                            GERA VINCULO.
      ******************************************************************
       2100-MONTA-VINCULOS.
            MOVE 0 TO WS-QTD-VINC
            MOVE 0 TO WS-LECIONOU-ANO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PTU
                IF WS-PTU-PROF(WS-IDX) = PROF-CODIGO
                    MOVE 1 TO WS-LECIONOU-ANO
                    MOVE SPACES TO WS-MAT-NOME
                    PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                            UNTIL WS-IDX-AUX > WS-QTD-TUR
                        IF WS-TUR-COD(WS-IDX-AUX) =
                           WS-PTU-TURMA(WS-IDX)
                            MOVE WS-TUR-MAT(WS-IDX-AUX) TO WS-MAT-NOME
                            MOVE WS-QTD-TUR TO WS-IDX-AUX
                        END-IF
                    END-PERFORM
                    MOVE SPACES TO WS-MAT-CODIGO
                    PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                            UNTIL WS-IDX-AUX > WS-QTD-CAT
                        IF WS-CAT-NOME(WS-IDX-AUX) = WS-MAT-NOME
                            MOVE WS-CAT-COD(WS-IDX-AUX) TO
                                 WS-MAT-CODIGO
                            MOVE WS-QTD-CAT TO WS-IDX-AUX
                        END-IF
                    END-PERFORM
                    MOVE 'T' TO WS-MAT-ORIGEM
                    IF WS-MAT-NOME NOT = SPACES
                        PERFORM 2200-VINCULA-CURSOS THRU 2200-FIM
                    END-IF
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PM
                IF WS-PM-PROF(WS-IDX) = PROF-CODIGO
                    MOVE 1 TO WS-LECIONOU-ANO
                    MOVE WS-PM-MATERIA(WS-IDX) TO WS-MAT-CODIGO
                    MOVE SPACES TO WS-MAT-NOME
                    PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                            UNTIL WS-IDX-AUX > WS-QTD-CAT
                        IF WS-CAT-COD(WS-IDX-AUX) = WS-MAT-CODIGO
                            MOVE WS-CAT-NOME(WS-IDX-AUX) TO
                                 WS-MAT-NOME
                            MOVE WS-QTD-CAT TO WS-IDX-AUX
                        END-IF
                    END-PERFORM
                    MOVE 'M' TO WS-MAT-ORIGEM
                    IF WS-MAT-NOME NOT = SPACES
                        PERFORM 2200-VINCULA-CURSOS THRU 2200-FIM
                    END-IF
                END-IF
            END-PERFORM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-VINCULA-CURSOS  --  ACRESCENTA UM VINCULO PARA CADA CURSO
      *                            QUE TEM WS-MAT-NOME NA GRADE.
      ******************************************************************
       2200-VINCULA-CURSOS.
            PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                    UNTIL WS-IDX-AUX > WS-QTD-CUR
                IF WS-CUR-MAT(WS-IDX-AUX) = WS-MAT-NOME
                    MOVE 0 TO WS-ACHOU
                    PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                            UNTIL WS-IDX-VINC > WS-QTD-VINC
                        IF WS-VINC-CURSO(WS-IDX-VINC) =
                           WS-CUR-CURSO(WS-IDX-AUX)
                           AND WS-VINC-NOME-MAT(WS-IDX-VINC) =
                               WS-MAT-NOME
                            MOVE 1 TO WS-ACHOU
                            MOVE WS-QTD-VINC TO WS-IDX-VINC
                        END-IF
                    END-PERFORM
                    IF NOT ACHOU AND WS-QTD-VINC < 100
                        ADD 1 TO WS-QTD-VINC
                        MOVE WS-CUR-CURSO(WS-IDX-AUX) TO
                             WS-VINC-CURSO(WS-QTD-VINC)
                        MOVE WS-MAT-CODIGO TO
                             WS-VINC-COD-MAT(WS-QTD-VINC)
                        MOVE WS-MAT-NOME TO
                             WS-VINC-NOME-MAT(WS-QTD-VINC)
                        MOVE WS-MAT-ORIGEM TO
                             WS-VINC-ORIGEM(WS-QTD-VINC)
                    END-IF
                END-IF
            END-PERFORM.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-VERIFICA-ESCOPO  --  ENTRA NO CENSO QUEM LECIONOU NO ANO
      *                             OU ESTA ATIVO NO CADASTRO, DESDE
      *                             QUE NAO ADMITIDO DEPOIS DO ANO.
      ******************************************************************
       2300-VERIFICA-ESCOPO.
            MOVE 0 TO WS-NO-CENSO
            IF NOT LECIONOU-NO-ANO AND NOT PROF-ATIVO
                GO TO 2300-FIM
            END-IF
            IF PROF-DT-ADMISSAO > WS-ANO-FIM
                GO TO 2300-FIM
            END-IF
            MOVE 1 TO WS-NO-CENSO.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 2400-CRITICA-DOCENTE  --  VERIFICA OS CAMPOS QUE O CENSO EXIGE
      *                             E O VINCULO A PELO MENOS UM CURSO,
      *                             MONTANDO A LISTA DO QUE FALTA (SO
      *                             CRITICA - QUEM GRAVA O RELATORIO E
      *                             O 2000, NA PRIMEIRA PASSAGEM).
      ******************************************************************
       2400-CRITICA-DOCENTE.
            MOVE 1 TO WS-DOCENTE-COMPLETO
            MOVE SPACES TO DET-PENDENCIAS

            IF PROF-CPF = ZEROS
                MOVE 0 TO WS-DOCENTE-COMPLETO
                STRING FUNCTION TRIM(DET-PENDENCIAS)
                       ' CPF' DELIMITED BY SIZE
                   INTO DET-PENDENCIAS
                END-STRING
            END-IF
            IF PROF-DT-NASCIMENTO = ZEROS
                MOVE 0 TO WS-DOCENTE-COMPLETO
                STRING FUNCTION TRIM(DET-PENDENCIAS)
                       ' DT-NASCIMENTO' DELIMITED BY SIZE
                   INTO DET-PENDENCIAS
                END-STRING
            END-IF
            IF NOT PROF-TIT-INFORMADA
                MOVE 0 TO WS-DOCENTE-COMPLETO
                STRING FUNCTION TRIM(DET-PENDENCIAS)
                       ' TITULACAO' DELIMITED BY SIZE
                   INTO DET-PENDENCIAS
                END-STRING
            END-IF
            IF NOT PROF-REG-INFORMADO
                MOVE 0 TO WS-DOCENTE-COMPLETO
                STRING FUNCTION TRIM(DET-PENDENCIAS)
                       ' REGIME' DELIMITED BY SIZE
                   INTO DET-PENDENCIAS
                END-STRING
            END-IF
            IF PROF-DT-ADMISSAO = ZEROS
                MOVE 0 TO WS-DOCENTE-COMPLETO
                STRING FUNCTION TRIM(DET-PENDENCIAS)
                       ' DT-ADMISSAO' DELIMITED BY SIZE
                   INTO DET-PENDENCIAS
                END-STRING
            END-IF
            IF WS-QTD-VINC = 0
                MOVE 0 TO WS-DOCENTE-COMPLETO
                STRING FUNCTION TRIM(DET-PENDENCIAS)
                       ' SEM-VINCULO-A-CURSO-NO-ANO' DELIMITED BY SIZE
                   INTO DET-PENDENCIAS
                END-STRING
            END-IF

            CONTINUE.
       2400-FIM.
            EXIT.

      ******************************************************************
      * 3000-ENCERRA  --  FECHA OS ARQUIVOS, GRAVA O RESUMO NO
      *                     RELATORIO, EXPORTA (MODO E) E SINALIZA
      *                     PENDENCIA COM RC=4.
      ******************************************************************
       3000-ENCERRA.
            MOVE SPACES TO PEND-LINHA
            WRITE PEND-LINHA
            MOVE WS-QTD-DOCENTES TO WS-QTD-ED
            STRING 'DOCENTES NO ANO..........: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO PEND-LINHA
            END-STRING
            WRITE PEND-LINHA
            MOVE WS-QTD-COMPLETOS TO WS-QTD-ED
            STRING 'COM DADOS COMPLETOS......: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO PEND-LINHA
            END-STRING
            WRITE PEND-LINHA
            MOVE WS-QTD-PENDENTES TO WS-QTD-ED
            STRING 'COM PENDENCIA............: ' WS-QTD-ED
                   DELIMITED BY SIZE INTO PEND-LINHA
            END-STRING
            WRITE PEND-LINHA
            CLOSE RELATORIO-PENDENCIA
            CLOSE PROFESSORES

            DISPLAY 'PROFESSORES LIDOS........: ' WS-QTD-LIDOS
            DISPLAY 'DOCENTES NO ANO..........: ' WS-QTD-DOCENTES
            DISPLAY 'COM DADOS COMPLETOS......: ' WS-QTD-COMPLETOS
            DISPLAY 'COM PENDENCIA............: ' WS-QTD-PENDENTES
            IF MODO-EXPORTACAO
                PERFORM 2500-EXPORTA-ARQUIVO THRU 2500-FIM
                DISPLAY 'DOCENTES EXPORTADOS......: '
                        WS-QTD-EXPORTADOS
                DISPLAY 'VINCULOS EXPORTADOS......: '
                        WS-QTD-VINC-EXPORTADOS
            ELSE
                DISPLAY 'MODO PRE-CHECAGEM - NENHUM ARQUIVO DE '
                        'CENSO GERADO.'
            END-IF
            IF WS-QTD-PENDENTES > ZEROS
                DISPLAY 'HA DOCENTES COM DADOS PENDENTES - VER '
                        'CENSO_DOCENTE_PENDENCIAS.RPT'
                MOVE 4 TO RETURN-CODE
            END-IF.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 2500-EXPORTA-ARQUIVO  --  SEGUNDA PASSAGEM PELO CADASTRO, SO NO
      *                             MODO E, COMO NO EXPORTACENSO: O *H
      *                             DECLARA A QUANTIDADE DE DOCENTES
      *                             APURADA NA PRIMEIRA PASSAGEM; CADA
      *                             DOCENTE COMPLETO VIRA UM TIPO 40
      *                             SEGUIDO DOS SEUS TIPO 41.
      ******************************************************************
       2500-EXPORTA-ARQUIVO.
            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                DISPLAY 'ERRO AO REABRIR ' WS-PROF-DD ': ' WS-PROF-FS
                MOVE 8 TO RETURN-CODE
                GO TO 2500-FIM
            END-IF
            OPEN OUTPUT ARQUIVO-CENSO

            MOVE WS-QTD-COMPLETOS TO HDR-QTD-DECLARADA
            MOVE WS-DATA-HOJE TO HDR-DATA
            MOVE WS-ANO-REF TO HDR-ANO-REF
            MOVE SPACES TO REG-CENSO-DOC
            MOVE WS-CENSO-CABECALHO TO REG-CENSO-DOC
            WRITE REG-CENSO-DOC

            MOVE 'N' TO WS-PROF-EOF
            PERFORM 2600-EXPORTA-DOCENTE THRU 2600-FIM
                UNTIL PROF-FIM-ARQUIVO

            MOVE WS-QTD-EXPORTADOS TO TRL-QTD
            MOVE WS-QTD-VINC-EXPORTADOS TO TRL-QTD-VINCULOS
            MOVE WS-SOMA-CPF TO TRL-SOMA-CPF
            MOVE SPACES TO REG-CENSO-DOC
            MOVE WS-CENSO-TRAILER TO REG-CENSO-DOC
            WRITE REG-CENSO-DOC

            CLOSE ARQUIVO-CENSO
            CLOSE PROFESSORES.
       2500-FIM.
            EXIT.

       2600-EXPORTA-DOCENTE.
            READ PROFESSORES
                AT END
                    MOVE 'F' TO WS-PROF-EOF
                    GO TO 2600-FIM
            END-READ
            PERFORM 2050-NORMALIZA-CENSO THRU 2050-FIM
            PERFORM 2100-MONTA-VINCULOS THRU 2100-FIM
            PERFORM 2300-VERIFICA-ESCOPO THRU 2300-FIM
            IF NOT DOCENTE-NO-CENSO
                GO TO 2600-FIM
            END-IF
            PERFORM 2400-CRITICA-DOCENTE THRU 2400-FIM
            IF NOT DOCENTE-COMPLETO
                GO TO 2600-FIM
            END-IF

            MOVE SPACES TO REG-CENSO-DOC
            MOVE '40' TO CDO-TIPO-REG
            MOVE PROF-CODIGO TO CDO-PROF-CODIGO
            MOVE PROF-NOME TO CDO-NOME
            MOVE PROF-CPF TO CDO-CPF
            MOVE PROF-DT-NASCIMENTO TO CDO-DT-NASCIMENTO
            MOVE PROF-TITULACAO TO CDO-TITULACAO
            MOVE PROF-REGIME TO CDO-REGIME
            MOVE PROF-DT-ADMISSAO TO CDO-DT-ADMISSAO
            MOVE WS-QTD-VINC TO CDO-QTD-VINCULOS
            WRITE REG-CENSO-DOC
            ADD 1 TO WS-QTD-EXPORTADOS
            ADD PROF-CPF TO WS-SOMA-CPF

            PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                    UNTIL WS-IDX-VINC > WS-QTD-VINC
                MOVE SPACES TO REG-CENSO-DOC
                MOVE '41' TO CDO-TIPO-REG
                MOVE PROF-CODIGO TO CDO-PROF-CODIGO
                MOVE WS-VINC-CURSO(WS-IDX-VINC) TO CDO-COURSE-CODE
                MOVE WS-VINC-COD-MAT(WS-IDX-VINC) TO CDO-COD-MATERIA
                MOVE WS-VINC-NOME-MAT(WS-IDX-VINC) TO
                     CDO-NOME-MATERIA
                MOVE WS-VINC-ORIGEM(WS-IDX-VINC) TO CDO-ORIGEM
                WRITE REG-CENSO-DOC
                ADD 1 TO WS-QTD-VINC-EXPORTADOS
            END-PERFORM.
       2600-FIM.
            EXIT.

       END PROGRAM EXPORTACENSODOCENTE.
