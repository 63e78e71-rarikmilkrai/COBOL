      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:PROPOSTA AUTOMATICA DA GRADE DE HORARIOS DO PERIODO
      *         (DD_PERIODO_LETIVO, NORMALMENTE O SEGUINTE): PARA CADA
      *         TURMA ATIVA DO PERIODO AINDA SEM HORARIO NA GRADE
      *         (FD_HORARIO_TURMA), PROPOE OS ENCONTROS SEMANAIS EM
      *         FAIXAS FIXAS DE DUAS AULAS POR TURNO, COM SALA, SEM
      *         CHOQUE DE PROFESSOR (PROF_TURMA VIGENTE OU, NA FALTA,
      *         PROF_MATERIA DO PERIODO), DE SALA (ATIVA, DA UNIDADE DA
      *         TURMA, COM LOTACAO PARA A CAPACIDADE DELA - A MENOR QUE
      *         SERVE) NEM DE MATERIAS DO MESMO SEMESTRE DA GRADE
      *         CURRICULAR (CUR-SEMESTRE) NA MESMA UNIDADE, E SO NOS
      *         DIAS/TURNOS EM QUE O PROFESSOR ESTA DISPONIVEL
      *         (FD_PROF_DISPONIBILIDADE). A QUANTIDADE DE ENCONTROS
      *         SAI DA CARGA HORARIA DO CATALOGO (PADRAO 60) DIVIDIDA
      *         PELAS SEMANAS DO PERIODO (DD_SEMANAS_LETIVAS, PADRAO
      *         20), UM ENCONTRO POR DIA. A GRADE EM VIGOR NAO E
      *         TOCADA: A PROPOSTA VAI PARA O ARQUIVO DE REVISAO
      *         HORARIOS_PROPOSTA.TXT (MESMO LAYOUT DA GRADE), COM O
      *         RELATORIO GRADE_PROPOSTA.RPT E A LISTA DAS TURMAS QUE
      *         NAO FOI POSSIVEL ALOCAR; DEPOIS DE APROVADA, E
      *         CARREGADA NA GRADE PELO MANUTENCAOHORARIO (TRANSACAO
      *         P) - A GRADE ERA MONTADA A MAO EM DUAS SEMANAS E OS
      *         CHOQUES SO APARECIAM DEPOIS DE DIGITADOS.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAGRADEHORARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS ASSIGN TO DYNAMIC WS-SAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAL-FS.

           SELECT HORARIOS ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT PROPOSTA ASSIGN TO DYNAMIC WS-PRP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRP-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT CATALOGO-MATERIAS ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT CURRICULO ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT PROF-MATERIA ASSIGN TO DYNAMIC WS-PM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PM-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROF-DISPONIBILIDADE ASSIGN TO DYNAMIC WS-PDI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PDI-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
          COPY FD_SALA.

       FD HORARIOS.
          COPY FD_HORARIO_TURMA.

       FD PROPOSTA.
       01 REG-PROPOSTA                 PIC X(23).

       FD TURMAS.
          COPY FD_TURMA.

       FD CATALOGO-MATERIAS.
          COPY FD_CATALOGO_MATERIA.

       FD CURRICULO.
          COPY FD_CURRICULO.

       FD PROF-MATERIA.
          COPY FD_PROF_MATERIA.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROF-DISPONIBILIDADE.
          COPY FD_PROF_DISPONIBILIDADE.

       FD RELATORIO.
       01 RPT-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-PRP-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-PM-DD                 PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PDI-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-SAL-FS                PIC XX VALUE SPACES.
          88 SAL-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-PRP-FS                PIC XX VALUE SPACES.
          88 PRP-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
          88 CUR-FS-OK             VALUE '00'.
       77 WS-PM-FS                 PIC XX VALUE SPACES.
          88 PM-FS-OK              VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PDI-FS                PIC XX VALUE SPACES.
          88 PDI-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       01 WS-PERIODO               PIC X(06) VALUE SPACES.
       77 WS-SEMANAS               PIC 9(02) VALUE 20.
       77 WS-SEMANAS-TXT           PIC X(02) VALUE SPACES.
       77 WS-AULAS-POR-ENCONTRO    PIC 9(01) VALUE 2.
       77 WS-CARGA-PADRAO          PIC 9(03) VALUE 60.

      * FAIXAS DE HORARIO POR TURNO: DUAS AULAS DE 50 MINUTOS CADA
       01 WS-FAIXAS-VALORES.
          03 FILLER                PIC X(09) VALUE 'M08000940'.
          03 FILLER                PIC X(09) VALUE 'M10001140'.
          03 FILLER                PIC X(09) VALUE 'T13301510'.
          03 FILLER                PIC X(09) VALUE 'T15301710'.
          03 FILLER                PIC X(09) VALUE 'N19002040'.
          03 FILLER                PIC X(09) VALUE 'N20502230'.
       01 WS-FAIXAS REDEFINES WS-FAIXAS-VALORES.
          03 WS-FAI-TAB OCCURS 6 TIMES.
             05 WS-FAI-TURNO       PIC X(01).
             05 WS-FAI-INI         PIC 9(04).
             05 WS-FAI-FIM         PIC 9(04).
       77 WS-QTD-FAIXAS            PIC 9(01) VALUE 6.

       01 WS-DIAS-VALORES          PIC X(18)
                                   VALUE 'SEGTERQUAQUISEXSAB'.
       01 WS-DIAS REDEFINES WS-DIAS-VALORES.
          03 WS-DIA-NOME OCCURS 6 TIMES PIC X(03).

       01 WS-TABELA-SALAS.
          05 WS-QTD-SALAS          PIC 9(03) VALUE 0.
          05 WS-SAL-TAB OCCURS 100 TIMES.
             10 WS-SAL-CODIGO      PIC X(06).
             10 WS-SAL-CAP         PIC 9(03).
             10 WS-SAL-SIT         PIC X(01).
             10 WS-SAL-UNIDADE     PIC X(02).

      * TURMAS: SITUACAO ' ' = A ALOCAR, G = JA TEM GRADE, A = ALOCADA
      * NA PROPOSTA, N = NAO ALOCADA, F = FORA (OUTRO PERIODO/INATIVA)
       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 500 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-TURNO       PIC X(01).
             10 WS-TUR-STATUS      PIC X(01).
             10 WS-TUR-CAP         PIC 9(03).
             10 WS-TUR-UNIDADE     PIC X(02).
             10 WS-TUR-PROF        PIC X(06).
             10 WS-TUR-ENCONTROS   PIC 9(01).
             10 WS-TUR-SIT         PIC X(01).
             10 WS-TUR-MOTIVO      PIC X(45).
             10 WS-TUR-QTD-CHV     PIC 9(01).
             10 WS-TUR-CHAVE OCCURS 5 TIMES PIC X(11).

      * ENCONTROS OCUPADOS: GRADE EM VIGOR DO PERIODO (PROPOSTO 0) E
      * PROPOSTA EM MONTAGEM (PROPOSTO 1)
       01 WS-TABELA-OCUPACAO.
          05 WS-QTD-OCU            PIC 9(04) VALUE 0.
          05 WS-OCU-TAB OCCURS 2000 TIMES.
             10 WS-OCU-POS-TUR     PIC 9(03).
             10 WS-OCU-DIA         PIC 9(01).
             10 WS-OCU-INI         PIC 9(04).
             10 WS-OCU-FIM         PIC 9(04).
             10 WS-OCU-SALA        PIC X(06).
             10 WS-OCU-PROPOSTO    PIC 9(01).

       01 WS-TABELA-CATALOGO.
          05 WS-QTD-CATALOGO       PIC 9(03) VALUE 0.
          05 WS-CATALOGO-TAB OCCURS 200 TIMES.
             10 WS-CAT-CODIGO      PIC X(10).
             10 WS-CAT-NOME        PIC X(50).
             10 WS-CAT-CARGA       PIC 9(03).

      * CURRICULO: SO AS LINHAS COM SEMESTRE INFORMADO
       01 WS-TABELA-CURRICULO.
          05 WS-QTD-CUR            PIC 9(04) VALUE 0.
          05 WS-CUR-TAB OCCURS 2000 TIMES.
             10 WS-CUR-MATERIA     PIC X(50).
             10 WS-CUR-CHAVE.
                15 WS-CUR-CURSO    PIC X(05).
                15 WS-CUR-VERSAO   PIC X(04).
                15 WS-CUR-SEM      PIC 9(02).

       01 WS-TABELA-PROF.
          05 WS-QTD-PM             PIC 9(03) VALUE 0.
          05 WS-PM-TAB OCCURS 500 TIMES.
             10 WS-PM-PROF         PIC X(06).
             10 WS-PM-MATERIA      PIC X(10).

       01 WS-TABELA-PROF-TURMA.
          05 WS-QTD-PTU            PIC 9(03) VALUE 0.
          05 WS-PTU-TAB OCCURS 500 TIMES.
             10 WS-PTU-TURMA       PIC X(08).
             10 WS-PTU-PROF        PIC X(06).

       01 WS-TABELA-DISPONIBILIDADE.
          05 WS-QTD-PDI            PIC 9(04) VALUE 0.
          05 WS-PDI-TAB OCCURS 1000 TIMES.
             10 WS-PDI-PROF        PIC X(06).
             10 WS-PDI-DIA         PIC 9(01).
             10 WS-PDI-TURNO       PIC X(01).

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-3                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-4                 PIC 9(04) VALUE ZEROS.
       77 WS-POS-TUR               PIC 9(03) VALUE ZEROS.
       77 WS-POS-OUTRA             PIC 9(03) VALUE ZEROS.
       77 WS-POS-SALA              PIC 9(03) VALUE ZEROS.
       77 WS-CAP-SALA-ESCOLHIDA    PIC 9(03) VALUE ZEROS.
       77 WS-INICIO-OCU            PIC 9(04) VALUE ZEROS.
       77 WS-ENCONTRO              PIC 9(01) VALUE ZEROS.
       77 WS-K                     PIC 9(01) VALUE ZEROS.
       77 WS-FAIXA                 PIC 9(01) VALUE ZEROS.
       77 WS-DIA-BASE              PIC 9(01) VALUE 1.
       77 WS-DIA-TRAB              PIC 9(02) VALUE ZEROS.
       77 WS-INI-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-FIM-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-COD-MAT-TRAB          PIC X(10) VALUE SPACES.
       77 WS-CARGA                 PIC 9(03) VALUE ZEROS.
       77 WS-AULAS-SEMANA          PIC 9(03) VALUE ZEROS.
       77 WS-RESTO                 PIC 9(03) VALUE ZEROS.
       77 WS-ENCONTRO-OK           PIC 9 VALUE 0.
          88 ENCONTRO-ACHADO       VALUE 1.
       77 WS-CONFLITO              PIC 9 VALUE 0.
          88 HA-CONFLITO           VALUE 1.
       77 WS-FALTOU-SALA           PIC 9 VALUE 0.
          88 SO-FALTOU-SALA        VALUE 1.
       77 WS-TEM-DISPONIB          PIC 9 VALUE 0.
          88 PROF-TEM-DISPONIB     VALUE 1.

       77 WS-QTD-A-ALOCAR          PIC 9(04) VALUE 0.
       77 WS-QTD-ALOCADAS          PIC 9(04) VALUE 0.
       77 WS-QTD-NAO-ALOCADAS      PIC 9(04) VALUE 0.
       77 WS-QTD-JA-COM-GRADE      PIC 9(04) VALUE 0.
       77 WS-QTD-SEM-PROF          PIC 9(04) VALUE 0.
       77 WS-QTD-PROPOSTOS         PIC 9(04) VALUE 0.
       77 WS-DESC-PROF             PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* GERAGRADEHORARIO - PROPOSTA DE GRADE        *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_LETIVO'
            IF WS-PERIODO = SPACES
                DISPLAY 'PERIODO DA GRADE (AAAA-S): '
                ACCEPT WS-PERIODO
            END-IF
            IF WS-PERIODO = SPACES
                DISPLAY 'PERIODO NAO INFORMADO - NADA A PROPOR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            ACCEPT WS-SEMANAS-TXT FROM ENVIRONMENT 'DD_SEMANAS_LETIVAS'
            IF WS-SEMANAS-TXT NOT = SPACES
               AND WS-SEMANAS-TXT NUMERIC
               AND WS-SEMANAS-TXT NOT = '00'
                MOVE WS-SEMANAS-TXT TO WS-SEMANAS
            END-IF

            ACCEPT WS-SAL-DD FROM ENVIRONMENT 'DD_SALAS'
            IF WS-SAL-DD = SPACES
                MOVE 'SALAS.TXT' TO WS-SAL-DD
            END-IF
            ACCEPT WS-HOR-DD FROM ENVIRONMENT 'DD_HORARIOS_TURMA'
            IF WS-HOR-DD = SPACES
                MOVE 'HORARIOS_TURMA.TXT' TO WS-HOR-DD
            END-IF
            ACCEPT WS-PRP-DD FROM ENVIRONMENT 'DD_HORARIOS_PROPOSTA'
            IF WS-PRP-DD = SPACES
                MOVE 'HORARIOS_PROPOSTA.TXT' TO WS-PRP-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
            IF WS-CUR-DD = SPACES
                MOVE 'CURRICULO.TXT' TO WS-CUR-DD
            END-IF
            ACCEPT WS-PM-DD FROM ENVIRONMENT 'DD_PROF_MATERIA'
            IF WS-PM-DD = SPACES
                MOVE 'PROF_MATERIA.TXT' TO WS-PM-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-PDI-DD FROM ENVIRONMENT 'DD_PROF_DISPONIBILIDADE'
            IF WS-PDI-DD = SPACES
                MOVE 'PROF_DISPONIBILIDADE.TXT' TO WS-PDI-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_GRADE'
            IF WS-RPT-DD = SPACES
                MOVE 'GRADE_PROPOSTA.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-SALAS THRU 1000-FIM
            PERFORM 1100-CARREGA-TURMAS THRU 1100-FIM
            IF WS-QTD-TURMAS = 0
                DISPLAY 'CADASTRO DE TURMAS VAZIO (' WS-TUR-DD
                        ') - NADA A PROPOR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1200-CARREGA-CATALOGO THRU 1200-FIM
            PERFORM 1300-CARREGA-CURRICULO THRU 1300-FIM
            PERFORM 1400-CARREGA-PROF-MATERIA THRU 1400-FIM
            PERFORM 1500-CARREGA-PROF-TURMA THRU 1500-FIM
            PERFORM 1600-CARREGA-DISPONIBILIDADE THRU 1600-FIM
            PERFORM 1700-CARREGA-GRADE THRU 1700-FIM

            PERFORM VARYING WS-POS-TUR FROM 1 BY 1
                    UNTIL WS-POS-TUR > WS-QTD-TURMAS
                IF WS-TUR-SIT(WS-POS-TUR) = SPACE
                    PERFORM 1800-PREPARA-TURMA THRU 1800-FIM
                END-IF
            END-PERFORM

            PERFORM VARYING WS-POS-TUR FROM 1 BY 1
                    UNTIL WS-POS-TUR > WS-QTD-TURMAS
                IF WS-TUR-SIT(WS-POS-TUR) = SPACE
                    PERFORM 2000-ALOCA-TURMA THRU 2000-FIM
                END-IF
            END-PERFORM

            PERFORM 4000-GRAVA-PROPOSTA THRU 4000-FIM
            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM

            DISPLAY 'TURMAS A ALOCAR.......: ' WS-QTD-A-ALOCAR
            DISPLAY 'TURMAS ALOCADAS.......: ' WS-QTD-ALOCADAS
            DISPLAY 'TURMAS NAO ALOCADAS...: ' WS-QTD-NAO-ALOCADAS
            DISPLAY 'PROPOSTA EM ' WS-PRP-DD
            DISPLAY 'RELATORIO EM ' WS-RPT-DD
            IF WS-QTD-NAO-ALOCADAS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-SALAS  --  CARREGA O CADASTRO DE SALAS (UNIDADE EM
      *                           BRANCO = 01 SEDE).
      ******************************************************************
       1000-CARREGA-SALAS.
            OPEN INPUT SALAS
            IF NOT SAL-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ SALAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-SALAS < 100
                            ADD 1 TO WS-QTD-SALAS
                            MOVE SAL-CODIGO TO
                                 WS-SAL-CODIGO(WS-QTD-SALAS)
                            IF SAL-CAPACIDADE NUMERIC
                                MOVE SAL-CAPACIDADE TO
                                     WS-SAL-CAP(WS-QTD-SALAS)
                            ELSE
                                MOVE ZEROS TO
                                     WS-SAL-CAP(WS-QTD-SALAS)
                            END-IF
                            MOVE SAL-STATUS TO
                                 WS-SAL-SIT(WS-QTD-SALAS)
                            MOVE SAL-UNIDADE TO
                                 WS-SAL-UNIDADE(WS-QTD-SALAS)
                            IF SAL-UNIDADE = SPACES
                                MOVE '01' TO
                                     WS-SAL-UNIDADE(WS-QTD-SALAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-TURMAS  --  CARREGA O CADASTRO DE TURMAS. SO AS
      *                            ATIVAS DO PERIODO FICAM A ALOCAR; AS
      *                            DEMAIS FICAM FORA (F).
      ******************************************************************
       1100-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-TURMAS < 500
                            ADD 1 TO WS-QTD-TURMAS
                            PERFORM 1150-GUARDA-TURMA THRU 1150-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1150-GUARDA-TURMA  --  COPIA A TURMA LIDA PARA A TABELA.
      ******************************************************************
       1150-GUARDA-TURMA.
            MOVE TURMA-CODIGO TO WS-TUR-CODIGO(WS-QTD-TURMAS)
            MOVE TURMA-MATERIA TO WS-TUR-MATERIA(WS-QTD-TURMAS)
            MOVE TURMA-PERIODO TO WS-TUR-PERIODO(WS-QTD-TURMAS)
            MOVE TURMA-TURNO TO WS-TUR-TURNO(WS-QTD-TURMAS)
            MOVE TURMA-STATUS TO WS-TUR-STATUS(WS-QTD-TURMAS)
            IF TURMA-CAPACIDADE NUMERIC
                MOVE TURMA-CAPACIDADE TO WS-TUR-CAP(WS-QTD-TURMAS)
            ELSE
                MOVE ZEROS TO WS-TUR-CAP(WS-QTD-TURMAS)
            END-IF
            MOVE TURMA-UNIDADE TO WS-TUR-UNIDADE(WS-QTD-TURMAS)
            IF TURMA-UNIDADE = SPACES
                MOVE '01' TO WS-TUR-UNIDADE(WS-QTD-TURMAS)
            END-IF
            MOVE SPACES TO WS-TUR-PROF(WS-QTD-TURMAS)
            MOVE 0 TO WS-TUR-ENCONTROS(WS-QTD-TURMAS)
            MOVE SPACES TO WS-TUR-MOTIVO(WS-QTD-TURMAS)
            MOVE 0 TO WS-TUR-QTD-CHV(WS-QTD-TURMAS)
            IF TURMA-PERIODO = WS-PERIODO AND TURMA-ATIVA
                MOVE SPACE TO WS-TUR-SIT(WS-QTD-TURMAS)
            ELSE
                MOVE 'F' TO WS-TUR-SIT(WS-QTD-TURMAS)
            END-IF.
       1150-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-CATALOGO  --  CATALOGO (CODIGO, NOME E CARGA
      *                              HORARIA; CARGA ZERADA = 60).
      ******************************************************************
       1200-CARREGA-CATALOGO.
            OPEN INPUT CATALOGO-MATERIAS
            IF NOT CAT-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CATALOGO-MATERIAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-CATALOGO < 200
                            ADD 1 TO WS-QTD-CATALOGO
                            MOVE CATALOGO-COD-MATERIA TO
                                 WS-CAT-CODIGO(WS-QTD-CATALOGO)
                            MOVE CATALOGO-NOME-MATERIA TO
                                 WS-CAT-NOME(WS-QTD-CATALOGO)
                            IF CATALOGO-CARGA-HORARIA NUMERIC
                               AND CATALOGO-CARGA-HORARIA > 0
                                MOVE CATALOGO-CARGA-HORARIA TO
                                     WS-CAT-CARGA(WS-QTD-CATALOGO)
                            ELSE
                                MOVE WS-CARGA-PADRAO TO
                                     WS-CAT-CARGA(WS-QTD-CATALOGO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-MATERIAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-CURRICULO  --  GUARDA MATERIA X (CURSO, VERSAO,
      *                               SEMESTRE) DAS LINHAS DA GRADE COM
      *                               SEMESTRE INFORMADO.
      ******************************************************************
       1300-CARREGA-CURRICULO.
            OPEN INPUT CURRICULO
            IF NOT CUR-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CURRICULO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CUR-SEMESTRE NUMERIC
                           AND CUR-SEMESTRE > 0
                           AND WS-QTD-CUR < 2000
                            ADD 1 TO WS-QTD-CUR
                            MOVE CUR-MATERIA TO
                                 WS-CUR-MATERIA(WS-QTD-CUR)
                            MOVE CUR-COURSE-CODE TO
                                 WS-CUR-CURSO(WS-QTD-CUR)
                            MOVE CUR-VERSAO TO
                                 WS-CUR-VERSAO(WS-QTD-CUR)
                            MOVE CUR-SEMESTRE TO
                                 WS-CUR-SEM(WS-QTD-CUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CURRICULO.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-PROF-MATERIA  --  ATRIBUICOES PROFESSOR X MATERIA
      *                                  DO PERIODO DA GRADE.
      ******************************************************************
       1400-CARREGA-PROF-MATERIA.
            OPEN INPUT PROF-MATERIA
            IF NOT PM-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-MATERIA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF PM-PERIODO = WS-PERIODO
                           AND WS-QTD-PM < 500
                            ADD 1 TO WS-QTD-PM
                            MOVE PM-PROF-CODIGO TO
                                 WS-PM-PROF(WS-QTD-PM)
                            MOVE PM-COD-MATERIA TO
                                 WS-PM-MATERIA(WS-QTD-PM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-MATERIA.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-PROF-TURMA  --  ATRIBUICOES VIGENTES (FIM ZERADO)
      *                                DE PROFESSOR POR TURMA.
      ******************************************************************
       1500-CARREGA-PROF-TURMA.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF (PTU-DT-FIM NOT NUMERIC
                            OR PTU-DT-FIM = ZEROS)
                           AND WS-QTD-PTU < 500
                            ADD 1 TO WS-QTD-PTU
                            MOVE PTU-TURMA-CODIGO TO
                                 WS-PTU-TURMA(WS-QTD-PTU)
                            MOVE PTU-PROF-CODIGO TO
                                 WS-PTU-PROF(WS-QTD-PTU)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-CARREGA-DISPONIBILIDADE  --  DIAS/TURNOS DISPONIVEIS DE
      *                                     CADA PROFESSOR.
      ******************************************************************
       1600-CARREGA-DISPONIBILIDADE.
            OPEN INPUT PROF-DISPONIBILIDADE
            IF NOT PDI-FS-OK
                GO TO 1600-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-DISPONIBILIDADE
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-PDI < 1000
                            ADD 1 TO WS-QTD-PDI
                            MOVE PDI-PROF-CODIGO TO
                                 WS-PDI-PROF(WS-QTD-PDI)
                            MOVE PDI-DIA-SEMANA TO
                                 WS-PDI-DIA(WS-QTD-PDI)
                            MOVE PDI-TURNO TO
                                 WS-PDI-TURNO(WS-QTD-PDI)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-DISPONIBILIDADE.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 1700-CARREGA-GRADE  --  OS ENCONTROS JA GRAVADOS NA GRADE PARA
      *                           TURMAS DO PERIODO OCUPAM SALA,
      *                           PROFESSOR E SEMESTRE; A TURMA QUE JA
      *                           TEM HORARIO FICA COMO ESTA (G).
      ******************************************************************
       1700-CARREGA-GRADE.
            OPEN INPUT HORARIOS
            IF NOT HOR-FS-OK
                GO TO 1700-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ HORARIOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 1750-GUARDA-ENCONTRO THRU 1750-FIM
                END-READ
            END-PERFORM
            CLOSE HORARIOS.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 1750-GUARDA-ENCONTRO  --  GUARDA O ENCONTRO LIDO QUANDO A TURMA
      *                             E DO PERIODO DA GRADE.
      ******************************************************************
       1750-GUARDA-ENCONTRO.
            MOVE 0 TO WS-POS-OUTRA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IDX) = HOR-TURMA-CODIGO
                    MOVE WS-IDX TO WS-POS-OUTRA
                    MOVE WS-QTD-TURMAS TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-OUTRA = 0
                GO TO 1750-FIM
            END-IF
            IF WS-TUR-PERIODO(WS-POS-OUTRA) NOT = WS-PERIODO
               OR WS-QTD-OCU >= 2000
                GO TO 1750-FIM
            END-IF
            ADD 1 TO WS-QTD-OCU
            MOVE WS-POS-OUTRA TO WS-OCU-POS-TUR(WS-QTD-OCU)
            MOVE HOR-DIA-SEMANA TO WS-OCU-DIA(WS-QTD-OCU)
            MOVE HOR-HORA-INICIO TO WS-OCU-INI(WS-QTD-OCU)
            MOVE HOR-HORA-FIM TO WS-OCU-FIM(WS-QTD-OCU)
            MOVE HOR-SALA TO WS-OCU-SALA(WS-QTD-OCU)
            MOVE 0 TO WS-OCU-PROPOSTO(WS-QTD-OCU)
            IF WS-TUR-SIT(WS-POS-OUTRA) = SPACE
                MOVE 'G' TO WS-TUR-SIT(WS-POS-OUTRA)
                ADD 1 TO WS-QTD-JA-COM-GRADE
            END-IF.
       1750-FIM.
            EXIT.

      ******************************************************************
      * 1800-PREPARA-TURMA  --  PARA A TURMA WS-POS-TUR (DO PERIODO,
      *                           SEM GRADE, E TAMBEM PARA AS QUE JA
      *                           TEM GRADE) RESOLVE O PROFESSOR, A
      *                           QUANTIDADE DE ENCONTROS SEMANAIS E AS
      *                           CHAVES CURSO/VERSAO/SEMESTRE DA
      *                           MATERIA.
      ******************************************************************
       1800-PREPARA-TURMA.
            ADD 1 TO WS-QTD-A-ALOCAR
            PERFORM 1850-RESOLVE-TURMA THRU 1850-FIM.
       1800-FIM.
            EXIT.

      ******************************************************************
      * 1850-RESOLVE-TURMA  --  PROFESSOR (PROF_TURMA VIGENTE OU
      *                           PROF_MATERIA DO PERIODO VIA
      *                           CATALOGO), ENCONTROS (CARGA / (SEMANAS
      *                           X 2 AULAS), ARREDONDADO PARA CIMA,
      *                           DE 1 A 6) E CHAVES DE SEMESTRE.
      ******************************************************************
       1850-RESOLVE-TURMA.
            MOVE SPACES TO WS-TUR-PROF(WS-POS-TUR)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PTU
                IF WS-PTU-TURMA(WS-IDX) = WS-TUR-CODIGO(WS-POS-TUR)
                    MOVE WS-PTU-PROF(WS-IDX) TO WS-TUR-PROF(WS-POS-TUR)
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-COD-MAT-TRAB
            MOVE WS-CARGA-PADRAO TO WS-CARGA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CATALOGO
                IF WS-CAT-NOME(WS-IDX) = WS-TUR-MATERIA(WS-POS-TUR)
                    MOVE WS-CAT-CODIGO(WS-IDX) TO WS-COD-MAT-TRAB
                    MOVE WS-CAT-CARGA(WS-IDX) TO WS-CARGA
                    MOVE WS-QTD-CATALOGO TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-TUR-PROF(WS-POS-TUR) = SPACES
               AND WS-COD-MAT-TRAB NOT = SPACES
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-PM
                    IF WS-PM-MATERIA(WS-IDX) = WS-COD-MAT-TRAB
                        MOVE WS-PM-PROF(WS-IDX) TO
                             WS-TUR-PROF(WS-POS-TUR)
                        MOVE WS-QTD-PM TO WS-IDX
                    END-IF
                END-PERFORM
            END-IF

            COMPUTE WS-AULAS-SEMANA = WS-SEMANAS * WS-AULAS-POR-ENCONTRO
            DIVIDE WS-CARGA BY WS-AULAS-SEMANA
                GIVING WS-IDX REMAINDER WS-RESTO
            IF WS-RESTO > 0
                ADD 1 TO WS-IDX
            END-IF
            IF WS-IDX < 1
                MOVE 1 TO WS-IDX
            END-IF
            IF WS-IDX > 6
                MOVE 6 TO WS-IDX
            END-IF
            MOVE WS-IDX TO WS-TUR-ENCONTROS(WS-POS-TUR)

            MOVE 0 TO WS-TUR-QTD-CHV(WS-POS-TUR)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-MATERIA(WS-IDX) = WS-TUR-MATERIA(WS-POS-TUR)
                   AND WS-TUR-QTD-CHV(WS-POS-TUR) < 5
                    ADD 1 TO WS-TUR-QTD-CHV(WS-POS-TUR)
                    MOVE WS-CUR-CHAVE(WS-IDX) TO
                         WS-TUR-CHAVE(WS-POS-TUR,
                                      WS-TUR-QTD-CHV(WS-POS-TUR))
                END-IF
            END-PERFORM.
       1850-FIM.
            EXIT.

      ******************************************************************
      * 2000-ALOCA-TURMA  --  PROCURA OS ENCONTROS DA TURMA WS-POS-TUR,
      *                         UM POR DIA. SE UM DELES NAO CABE, A
      *                         TURMA INTEIRA SAI DA PROPOSTA (N) COM O
      *                         MOTIVO - NAO SE PROPOE TURMA PELA
      *                         METADE.
      ******************************************************************
       2000-ALOCA-TURMA.
            IF WS-TUR-PROF(WS-POS-TUR) = SPACES
                ADD 1 TO WS-QTD-SEM-PROF
            ELSE
                MOVE 0 TO WS-TEM-DISPONIB
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-PDI
                    IF WS-PDI-PROF(WS-IDX) = WS-TUR-PROF(WS-POS-TUR)
                        MOVE 1 TO WS-TEM-DISPONIB
                        MOVE WS-QTD-PDI TO WS-IDX
                    END-IF
                END-PERFORM
                IF NOT PROF-TEM-DISPONIB
                    MOVE 'N' TO WS-TUR-SIT(WS-POS-TUR)
                    MOVE 'PROFESSOR SEM DISPONIBILIDADE CADASTRADA'
                        TO WS-TUR-MOTIVO(WS-POS-TUR)
                    ADD 1 TO WS-QTD-NAO-ALOCADAS
                    GO TO 2000-FIM
                END-IF
            END-IF

            MOVE WS-QTD-OCU TO WS-INICIO-OCU
            PERFORM VARYING WS-ENCONTRO FROM 1 BY 1
                    UNTIL WS-ENCONTRO > WS-TUR-ENCONTROS(WS-POS-TUR)
                PERFORM 2100-PROCURA-ENCONTRO THRU 2100-FIM
                IF NOT ENCONTRO-ACHADO
                    MOVE WS-INICIO-OCU TO WS-QTD-OCU
                    MOVE 'N' TO WS-TUR-SIT(WS-POS-TUR)
                    IF SO-FALTOU-SALA
                        MOVE 'SEM SALA LIVRE COM LOTACAO PARA A TURMA'
                            TO WS-TUR-MOTIVO(WS-POS-TUR)
                    ELSE
                        MOVE 'SEM DIA/TURNO LIVRE (PROFESSOR/SEMESTRE)'
                            TO WS-TUR-MOTIVO(WS-POS-TUR)
                    END-IF
                    ADD 1 TO WS-QTD-NAO-ALOCADAS
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            MOVE 'A' TO WS-TUR-SIT(WS-POS-TUR)
            ADD 1 TO WS-QTD-ALOCADAS
      * A PROXIMA TURMA COMECA A PROCURA NO DIA SEGUINTE, PARA
      * ESPALHAR A GRADE PELA SEMANA
            ADD 1 TO WS-DIA-BASE
            IF WS-DIA-BASE > 6
                MOVE 1 TO WS-DIA-BASE
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-PROCURA-ENCONTRO  --  VARRE OS DIAS (A PARTIR DE
      *                              WS-DIA-BASE) E AS FAIXAS DO TURNO
      *                              DA TURMA (TURNO EM BRANCO = TODAS)
      *                              ATE ACHAR UM ENCONTRO QUE CAIBA.
      ******************************************************************
       2100-PROCURA-ENCONTRO.
            MOVE 0 TO WS-ENCONTRO-OK
            MOVE 0 TO WS-FALTOU-SALA
            PERFORM VARYING WS-K FROM 0 BY 1
                    UNTIL WS-K > 5 OR ENCONTRO-ACHADO
                COMPUTE WS-DIA-TRAB = WS-DIA-BASE + WS-K
                IF WS-DIA-TRAB > 6
                    SUBTRACT 6 FROM WS-DIA-TRAB
                END-IF
                PERFORM VARYING WS-FAIXA FROM 1 BY 1
                        UNTIL WS-FAIXA > WS-QTD-FAIXAS
                                      OR ENCONTRO-ACHADO
                    IF WS-TUR-TURNO(WS-POS-TUR) = SPACE
                       OR WS-TUR-TURNO(WS-POS-TUR) =
                          WS-FAI-TURNO(WS-FAIXA)
                        PERFORM 2200-CONFERE-ENCONTRO THRU 2200-FIM
                    END-IF
                END-PERFORM
            END-PERFORM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-CONFERE-ENCONTRO  --  CONFERE O DIA WS-DIA-TRAB NA FAIXA
      *                              WS-FAIXA: A TURMA AINDA NAO TEM
      *                              ENCONTRO NO DIA, O PROFESSOR ESTA
      *                              DISPONIVEL E LIVRE, NENHUMA OUTRA
      *                              MATERIA DO MESMO SEMESTRE DA MESMA
      *                              UNIDADE OCUPA O HORARIO E HA SALA
      *                              LIVRE. ACHANDO, RESERVA O ENCONTRO.
      ******************************************************************
       2200-CONFERE-ENCONTRO.
            MOVE WS-FAI-INI(WS-FAIXA) TO WS-INI-ALVO
            MOVE WS-FAI-FIM(WS-FAIXA) TO WS-FIM-ALVO

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OCU
                IF WS-OCU-POS-TUR(WS-IDX) = WS-POS-TUR
                   AND WS-OCU-DIA(WS-IDX) = WS-DIA-TRAB
                    GO TO 2200-FIM
                END-IF
            END-PERFORM

            IF WS-TUR-PROF(WS-POS-TUR) NOT = SPACES
                MOVE 0 TO WS-TEM-DISPONIB
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-PDI
                    IF WS-PDI-PROF(WS-IDX) = WS-TUR-PROF(WS-POS-TUR)
                       AND WS-PDI-DIA(WS-IDX) = WS-DIA-TRAB
                       AND WS-PDI-TURNO(WS-IDX) =
                           WS-FAI-TURNO(WS-FAIXA)
                        MOVE 1 TO WS-TEM-DISPONIB
                        MOVE WS-QTD-PDI TO WS-IDX
                    END-IF
                END-PERFORM
                IF NOT PROF-TEM-DISPONIB
                    GO TO 2200-FIM
                END-IF
            END-IF

            MOVE 0 TO WS-CONFLITO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OCU OR HA-CONFLITO
                IF WS-OCU-DIA(WS-IDX) = WS-DIA-TRAB
                   AND WS-OCU-INI(WS-IDX) < WS-FIM-ALVO
                   AND WS-INI-ALVO < WS-OCU-FIM(WS-IDX)
                    MOVE WS-OCU-POS-TUR(WS-IDX) TO WS-POS-OUTRA
                    PERFORM 2300-CHOQUE-COM-OUTRA THRU 2300-FIM
                END-IF
            END-PERFORM
            IF HA-CONFLITO
                GO TO 2200-FIM
            END-IF

            PERFORM 2400-ESCOLHE-SALA THRU 2400-FIM
            IF WS-POS-SALA = 0
                MOVE 1 TO WS-FALTOU-SALA
                GO TO 2200-FIM
            END-IF
            IF WS-QTD-OCU >= 2000
                GO TO 2200-FIM
            END-IF

            ADD 1 TO WS-QTD-OCU
            MOVE WS-POS-TUR TO WS-OCU-POS-TUR(WS-QTD-OCU)
            MOVE WS-DIA-TRAB TO WS-OCU-DIA(WS-QTD-OCU)
            MOVE WS-INI-ALVO TO WS-OCU-INI(WS-QTD-OCU)
            MOVE WS-FIM-ALVO TO WS-OCU-FIM(WS-QTD-OCU)
            MOVE WS-SAL-CODIGO(WS-POS-SALA) TO WS-OCU-SALA(WS-QTD-OCU)
            MOVE 1 TO WS-OCU-PROPOSTO(WS-QTD-OCU)
            MOVE 1 TO WS-ENCONTRO-OK.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-CHOQUE-COM-OUTRA  --  A TURMA WS-POS-OUTRA OCUPA O MESMO
      *                              HORARIO: CHOCA SE TEM O MESMO
      *                              PROFESSOR (EM QUALQUER UNIDADE) OU,
      *                              NA MESMA UNIDADE E COM OUTRA
      *                              MATERIA, SE AS DUAS ESTAO NO MESMO
      *                              SEMESTRE DE UM CURSO/VERSAO.
      ******************************************************************
       2300-CHOQUE-COM-OUTRA.
            IF WS-TUR-PROF(WS-POS-TUR) NOT = SPACES
               AND WS-TUR-PROF(WS-POS-OUTRA) =
                   WS-TUR-PROF(WS-POS-TUR)
                MOVE 1 TO WS-CONFLITO
                GO TO 2300-FIM
            END-IF
            IF WS-TUR-UNIDADE(WS-POS-OUTRA) NOT =
               WS-TUR-UNIDADE(WS-POS-TUR)
               OR WS-TUR-MATERIA(WS-POS-OUTRA) =
                  WS-TUR-MATERIA(WS-POS-TUR)
                GO TO 2300-FIM
            END-IF
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-TUR-QTD-CHV(WS-POS-TUR)
                                  OR HA-CONFLITO
                PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                        UNTIL WS-IDX-3 > WS-TUR-QTD-CHV(WS-POS-OUTRA)
                                      OR HA-CONFLITO
                    IF WS-TUR-CHAVE(WS-POS-TUR, WS-IDX-2) =
                       WS-TUR-CHAVE(WS-POS-OUTRA, WS-IDX-3)
                        MOVE 1 TO WS-CONFLITO
                    END-IF
                END-PERFORM
            END-PERFORM.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 2400-ESCOLHE-SALA  --  A MENOR SALA ATIVA DA UNIDADE DA TURMA
      *                          COM LOTACAO PARA A CAPACIDADE DELA E
      *                          SEM ENCONTRO SOBREPOSTO NO DIA.
      *                          DEVOLVE WS-POS-SALA (0 = NENHUMA).
      ******************************************************************
       2400-ESCOLHE-SALA.
            MOVE 0 TO WS-POS-SALA
            MOVE 999 TO WS-CAP-SALA-ESCOLHIDA
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-SALAS
                IF WS-SAL-SIT(WS-IDX-2) NOT = 'I'
                   AND WS-SAL-UNIDADE(WS-IDX-2) =
                       WS-TUR-UNIDADE(WS-POS-TUR)
                   AND WS-SAL-CAP(WS-IDX-2) >= WS-TUR-CAP(WS-POS-TUR)
                   AND (WS-POS-SALA = 0
                        OR WS-SAL-CAP(WS-IDX-2) <
                           WS-CAP-SALA-ESCOLHIDA)
                    MOVE 0 TO WS-CONFLITO
                    PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                            UNTIL WS-IDX-3 > WS-QTD-OCU
                                          OR HA-CONFLITO
                        IF WS-OCU-SALA(WS-IDX-3) =
                           WS-SAL-CODIGO(WS-IDX-2)
                           AND WS-OCU-DIA(WS-IDX-3) = WS-DIA-TRAB
                           AND WS-OCU-INI(WS-IDX-3) < WS-FIM-ALVO
                           AND WS-INI-ALVO < WS-OCU-FIM(WS-IDX-3)
                            MOVE 1 TO WS-CONFLITO
                        END-IF
                    END-PERFORM
                    IF NOT HA-CONFLITO
                        MOVE WS-IDX-2 TO WS-POS-SALA
                        MOVE WS-SAL-CAP(WS-IDX-2) TO
                             WS-CAP-SALA-ESCOLHIDA
                    END-IF
                END-IF
            END-PERFORM.
       2400-FIM.
            EXIT.

      ******************************************************************
      * 4000-GRAVA-PROPOSTA  --  GRAVA OS ENCONTROS PROPOSTOS NO
      *                            ARQUIVO DE REVISAO, NO LAYOUT DA
      *                            GRADE, AGRUPADOS POR TURMA. O
      *                            ARQUIVO E SEMPRE REFEITO: PROPOSTA
      *                            ANTERIOR NAO CARREGADA E DESCARTADA.
      ******************************************************************
       4000-GRAVA-PROPOSTA.
            OPEN OUTPUT PROPOSTA
            IF NOT PRP-FS-OK
                DISPLAY 'ERRO AO ABRIR A PROPOSTA (' WS-PRP-DD
                        ') - FILE STATUS: ' WS-PRP-FS
                MOVE 'GERAGRADEHORARIO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '4000-GRAVA-PROPOSTA' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O ARQUIVO DE PROPOSTA DE GRADE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OCU
                IF WS-OCU-PROPOSTO(WS-IDX) = 1
                    MOVE WS-TUR-CODIGO(WS-OCU-POS-TUR(WS-IDX))
                        TO HOR-TURMA-CODIGO
                    MOVE WS-OCU-DIA(WS-IDX) TO HOR-DIA-SEMANA
                    MOVE WS-OCU-INI(WS-IDX) TO HOR-HORA-INICIO
                    MOVE WS-OCU-FIM(WS-IDX) TO HOR-HORA-FIM
                    MOVE WS-OCU-SALA(WS-IDX) TO HOR-SALA
                    WRITE REG-PROPOSTA FROM REG-HORARIO-TURMA
                    ADD 1 TO WS-QTD-PROPOSTOS
                END-IF
            END-PERFORM
            CLOSE PROPOSTA.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  RELATORIO DE REVISAO: OS ENCONTROS
      *                             PROPOSTOS POR TURMA, AS TURMAS NAO
      *                             ALOCADAS COM O MOTIVO E OS TOTAIS.
      ******************************************************************
       5000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO (' WS-RPT-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO 5000-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            STRING 'PROPOSTA DE GRADE DE HORARIOS - PERIODO '
                   WS-PERIODO ' - EMITIDA EM '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'REVISAR E CARREGAR PELO MANUTENCAOHORARIO, '
                   'TRANSACAO P (ARQUIVO ' DELIMITED BY SIZE
                   WS-PRP-DD DELIMITED BY '  '
                   ')' DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'TURMA    MATERIA                        PROF.  DIA '
                 TO RPT-LINHA
            MOVE 'HORARIO    SALA' TO RPT-LINHA(52:15)
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OCU
                IF WS-OCU-PROPOSTO(WS-IDX) = 1
                    MOVE WS-OCU-POS-TUR(WS-IDX) TO WS-POS-TUR
                    MOVE WS-TUR-PROF(WS-POS-TUR) TO WS-DESC-PROF
                    IF WS-DESC-PROF = SPACES
                        MOVE '(SEM)' TO WS-DESC-PROF
                    END-IF
                    MOVE SPACES TO RPT-LINHA
                    STRING WS-TUR-CODIGO(WS-POS-TUR) ' '
                           WS-TUR-MATERIA(WS-POS-TUR)(1:30) ' '
                           WS-DESC-PROF ' '
                           WS-DIA-NOME(WS-OCU-DIA(WS-IDX)) ' '
                           WS-OCU-INI(WS-IDX) '-'
                           WS-OCU-FIM(WS-IDX) ' '
                           WS-OCU-SALA(WS-IDX)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'TURMAS NAO ALOCADAS - MONTAR NO MANUTENCAOHORARIO'
                TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-POS-TUR FROM 1 BY 1
                    UNTIL WS-POS-TUR > WS-QTD-TURMAS
                IF WS-TUR-SIT(WS-POS-TUR) = 'N'
                    MOVE SPACES TO RPT-LINHA
                    STRING WS-TUR-CODIGO(WS-POS-TUR) ' '
                           WS-TUR-MATERIA(WS-POS-TUR)(1:30) ' '
                           WS-TUR-MOTIVO(WS-POS-TUR)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS DO PERIODO JA COM GRADE (MANTIDAS): '
                   WS-QTD-JA-COM-GRADE
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS A ALOCAR..........................: '
                   WS-QTD-A-ALOCAR
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS ALOCADAS NA PROPOSTA..............: '
                   WS-QTD-ALOCADAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS NAO ALOCADAS......................: '
                   WS-QTD-NAO-ALOCADAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS SEM PROFESSOR ATRIBUIDO...........: '
                   WS-QTD-SEM-PROF
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'ENCONTROS PROPOSTOS......................: '
                   WS-QTD-PROPOSTOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO.
       5000-FIM.
            EXIT.

       END PROGRAM GERAGRADEHORARIO.
