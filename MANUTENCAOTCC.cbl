      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CADASTRO DE TRABALHOS DE CONCLUSAO DE CURSO (TCC.TXT,
      *         FD_TCC): (I)NCLUI O TCC DO ALUNO ATIVO COM TEMA,
      *         ORIENTADOR E COORIENTADOR (PROFESSORES ATIVOS DO
      *         CADASTRO); (B)ANCA MARCA A DATA DA DEFESA E OS TRES
      *         MEMBROS DA BANCA ALEM DO ORIENTADOR; (N)OTA LANCA O
      *         RESULTADO DA DEFESA (0 A 10); (P)OSTAR ENTREGA AS NOTAS
      *         DEFENDIDAS AO CALCULARNOTAS COMO UM LOTE-NOTAS COMPLETO
      *         (*H COM LOTE ID DA SERIE LOTETCC, DETALHES NA MATERIA
      *         DE TCC DO CURSO - RQC-MATERIA-TCC - E *T), PARA A NOTA
      *         ENTRAR NO HISTORICO PELO CAMINHO NORMAL (NOTA MINIMA,
      *         CONCEITO, FREQUENCIA, LOTE IDEMPOTENTE); (R)ELATORIO
      *         EMITE OS ALUNOS ATIVOS NO ULTIMO PERIODO DO CURSO
      *         (RQC-PERIODOS-CURSO, CONTADOS DA DATA DE MATRICULA) SEM
      *         ORIENTADOR E A QUANTIDADE DE ORIENTANDOS POR PROFESSOR;
      *         (C)ANCELA UM TCC NAO POSTADO; (L)ISTA O CADASTRO. O
      *         NUMERO DO TCC VEM DA SERIE TCC DO GERATICKET E TUDO
      *         PASSA POR VALIDAOPERADOR E GRAVAAUDITORIA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a orientacao de TCC era controlada em
      *               planilha da coordenacao e a nota da defesa
      *               redigitada no lancamento de notas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOTCC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TCCS ASSIGN TO DYNAMIC WS-TCC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TCC-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

           SELECT REQUISITOS-CURSO ASSIGN TO DYNAMIC WS-RQC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RQC-FS.

           SELECT LOTE-NOTAS ASSIGN TO DYNAMIC WS-LOTE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTE-FS.

           SELECT RELATORIO-TCC ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TCCS.
          COPY FD_TCC.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD REQUISITOS-CURSO.
          COPY FD_REQUISITO_CURSO.

       FD LOTE-NOTAS.
          COPY FD_LOTE_NOTAS.

       FD RELATORIO-TCC.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TCC-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-RQC-DD                PIC X(100) VALUE SPACES.
       01 WS-LOTE-DD               PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-TCC-FS                PIC XX VALUE SPACES.
          88 TCC-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-RQC-FS                PIC XX VALUE SPACES.
          88 RQC-FS-OK             VALUE '00'.
       77 WS-LOTE-FS               PIC XX VALUE SPACES.
          88 LOTE-FS-OK            VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-TCC-EOF               PIC X VALUE 'N'.
          88 TCC-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PROF-EOF              PIC X VALUE 'N'.
          88 PROF-FIM-ARQUIVO      VALUE 'F'.
       77 WS-RQC-EOF               PIC X VALUE 'N'.
          88 RQC-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-BANCA        VALUE 'B' 'b'.
             88 TRANS-NOTA         VALUE 'N' 'n'.
             88 TRANS-POSTAR       VALUE 'P' 'p'.
             88 TRANS-RELATORIO    VALUE 'R' 'r'.
             88 TRANS-CANCELAR     VALUE 'C' 'c'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

      * TCCS EM MEMORIA, NO MESMO LAYOUT DO ARQUIVO
       01 WS-TABELA-TCC.
          05 WS-QTD-TCC            PIC 9(04) VALUE 0.
          05 WS-TC OCCURS 1000 TIMES.
             10 WS-TC-ID           PIC 9(06).
             10 WS-TC-CD           PIC 9(05).
             10 WS-TC-CURSO        PIC X(05).
             10 WS-TC-TEMA         PIC X(60).
             10 WS-TC-ORIENTADOR   PIC X(06).
             10 WS-TC-COORIENTADOR PIC X(06).
             10 WS-TC-DT-DEFESA    PIC 9(08).
             10 WS-TC-BANCA OCCURS 3 TIMES PIC X(06).
             10 WS-TC-NOTA         PIC 9(3)V9(2).
             10 WS-TC-SIT          PIC X(01).
             10 WS-TC-LOTE-ID      PIC X(08).
             10 WS-TC-DT-INCLUSAO  PIC 9(08).
       77 WS-TCC-ESTOUROU          PIC 9 VALUE 0.
          88 TCCS-ESTOURARAM       VALUE 1.

      * PROFESSORES EM MEMORIA (CONFERENCIA E CONTAGEM DE ORIENTANDOS)
       01 WS-TABELA-PROFESSORES.
          05 WS-QTD-PRF            PIC 9(03) VALUE 0.
          05 WS-PR OCCURS 500 TIMES.
             10 WS-PR-CODIGO       PIC X(06).
             10 WS-PR-NOME         PIC X(30).
             10 WS-PR-STATUS       PIC X(01).
             10 WS-PR-ORIENTANDOS  PIC 9(03).
             10 WS-PR-COORIENTANDOS PIC 9(03).

      * REQUISITOS DO CURSO: MATERIA DE TCC E DURACAO EM PERIODOS
       01 WS-TABELA-REQUISITOS.
          05 WS-QTD-RQC            PIC 9(02) VALUE 0.
          05 WS-RQ OCCURS 50 TIMES.
             10 WS-RQ-CURSO        PIC X(05).
             10 WS-RQ-MATERIA-TCC  PIC X(50).
             10 WS-RQ-PERIODOS     PIC 9(02).

       01 WS-NOVO-TCC.
          03 WS-NV-CD              PIC 9(05) VALUE ZEROS.
          03 WS-NV-TEMA            PIC X(60) VALUE SPACES.
          03 WS-NV-ORIENTADOR      PIC X(06) VALUE SPACES.
          03 WS-NV-COORIENTADOR    PIC X(06) VALUE SPACES.

       01 WS-DT-TRABALHO           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-TRABALHO.
          03 WS-DT-AAAA            PIC 9(04).
          03 WS-DT-MM              PIC 9(02).
          03 WS-DT-DD              PIC 9(02).
       77 WS-DT-VALIDA             PIC 9 VALUE 0.
          88 DATA-VALIDA           VALUE 1.
          88 DATA-INVALIDA         VALUE 0.
       77 WS-DIAS-NO-MES           PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-4               PIC 9(04) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA          PIC 9(04).
          03 WS-HOJE-MM            PIC 9(02).
          03 WS-HOJE-DD            PIC 9(02).

       01 WS-LOTE-CABECALHO.
          03 HDR-MARCA                PIC X(02).
          03 HDR-LOTE-ID              PIC X(08).
          03 HDR-QTD-DECLARADA        PIC 9(05).
          03 HDR-DATA                 PIC 9(08).
       01 WS-LOTE-TRAILER.
          03 TRL-MARCA                PIC X(02).
          03 TRL-QTD                  PIC 9(05).
          03 TRL-SOMA-NOTAS           PIC 9(09)V9(02).
       77 WS-LOTE-ID               PIC X(08) VALUE SPACES.
       77 WS-TICKET-ED             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LOTE              PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-NOTAS            PIC 9(09)V9(02) VALUE ZEROS.

       77 WS-ID-ALVO               PIC 9(06) VALUE ZEROS.
       77 WS-POS-TCC               PIC 9(04) VALUE ZEROS.
       77 WS-POS-RQC               PIC 9(02) VALUE ZEROS.
       77 WS-POS-PRF               PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-PRF               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-RQC               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-BAN               PIC 9(01) VALUE ZEROS.
       77 WS-IDX-BAN2              PIC 9(01) VALUE ZEROS.
       77 WS-PROF-ALVO             PIC X(06) VALUE SPACES.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 REGISTRO-ACHADO       VALUE 1.
       77 WS-NOTA-DEFESA           PIC 9(2)V9(2) VALUE ZEROS.
       77 WS-NOTA-ED               PIC Z9.99.
       77 WS-DT-DEFESA             PIC 9(08) VALUE ZEROS.
       01 WS-BANCA-NOVA.
          03 WS-BN-MEMBRO OCCURS 3 TIMES PIC X(06).
       77 WS-PERIODO-ALUNO         PIC S9(03) VALUE ZEROS.
       77 WS-PERIODO-ED            PIC ZZ9.
       77 WS-SEM-HOJE              PIC 9(01) VALUE ZEROS.
       77 WS-SEM-MATRICULA         PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LISTADOS          PIC 9(05) VALUE ZEROS.
       77 WS-SIT-ANTIGA            PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
          88 CONFIRMADO            VALUE 'S' 's'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOTCC - TRABALHO DE CONCLUSAO       *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'CADASTRO DE TCC NEGADO - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-TCC-DD FROM ENVIRONMENT 'DD_TCC'
            IF WS-TCC-DD = SPACES
                MOVE 'TCC.TXT' TO WS-TCC-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            ACCEPT WS-RQC-DD FROM ENVIRONMENT 'DD_REQUISITOS_CURSO'
            IF WS-RQC-DD = SPACES
                MOVE 'REQUISITOS_CURSO.TXT' TO WS-RQC-DD
            END-IF
            ACCEPT WS-LOTE-DD FROM ENVIRONMENT 'DD_LOTE_NOTAS_TCC'
            IF WS-LOTE-DD = SPACES
                MOVE 'LOTE_NOTAS_TCC.TXT' TO WS-LOTE-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_TCC'
            IF WS-RPT-DD = SPACES
                MOVE 'TCC_ORIENTACAO.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-TCC THRU 1000-FIM
      * ARQUIVO ALEM DA TABELA: REGRAVAR A CARGA TRUNCADA APAGARIA OS
      * TRABALHOS EXCEDENTES - A RODADA E RECUSADA E O ARQUIVO FICA
      * INTACTO.
            IF TCCS-ESTOURARAM
                DISPLAY 'ARQUIVO DE TCC COM MAIS DE 1000 LINHAS - '
                        'RODADA RECUSADA, ARQUIVO PRESERVADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1100-CARREGA-PROFESSORES THRU 1100-FIM
            PERFORM 1200-CARREGA-REQUISITOS THRU 1200-FIM

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** TRABALHO DE CONCLUSAO DE CURSO ***'
                DISPLAY '(I)NCLUIR  (B)ANCA  (N)OTA DA DEFESA  '
                        '(P)OSTAR NOTAS  (R)ELATORIO'
                DISPLAY '(C)ANCELAR  (L)ISTAR  (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INCLUIR
                        PERFORM 2000-INCLUIR-TCC THRU 2000-FIM
                    WHEN TRANS-BANCA
                        PERFORM 3000-MARCAR-BANCA THRU 3000-FIM
                    WHEN TRANS-NOTA
                        PERFORM 4000-LANCAR-NOTA THRU 4000-FIM
                    WHEN TRANS-POSTAR
                        PERFORM 5000-POSTAR-NOTAS THRU 5000-FIM
                    WHEN TRANS-RELATORIO
                        PERFORM 6000-RELATORIO THRU 6000-FIM
                    WHEN TRANS-CANCELAR
                        PERFORM 6500-CANCELAR-TCC THRU 6500-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6800-LISTAR THRU 6800-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0600-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR.
      ******************************************************************
       0600-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA DO OPERADOR: '
                ACCEPT WS-SENHA
            END-IF
            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-TCC  --  CARREGA O CADASTRO DE TCC INTEIRO EM
      *                       MEMORIA.
      ******************************************************************
       1000-CARREGA-TCC.
            MOVE 0 TO WS-TCC-ESTOUROU
            OPEN INPUT TCCS
            IF NOT TCC-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-TCC-EOF
            PERFORM UNTIL TCC-FIM-ARQUIVO
                READ TCCS
                    AT END
                        MOVE 'F' TO WS-TCC-EOF
                    NOT AT END
                        IF WS-QTD-TCC < 1000
                            ADD 1 TO WS-QTD-TCC
                            MOVE REG-TCC TO WS-TC(WS-QTD-TCC)
                        ELSE
                            MOVE 1 TO WS-TCC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TCCS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PROFESSORES  --  CARREGA O CADASTRO DE PROFESSORES
      *                                 PARA CONFERIR ORIENTADOR E BANCA
      *                                 E CONTAR OS ORIENTANDOS.
      ******************************************************************
       1100-CARREGA-PROFESSORES.
            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                DISPLAY 'AVISO: CADASTRO DE PROFESSORES INDISPONIVEL '
                        '(' WS-PROF-FS ').'
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-PROF-EOF
            PERFORM UNTIL PROF-FIM-ARQUIVO
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-PROF-EOF
                    NOT AT END
                        IF WS-QTD-PRF < 500
                            ADD 1 TO WS-QTD-PRF
                            MOVE PROF-CODIGO TO
                                 WS-PR-CODIGO(WS-QTD-PRF)
                            MOVE PROF-NOME TO WS-PR-NOME(WS-QTD-PRF)
                            MOVE PROF-STATUS TO
                                 WS-PR-STATUS(WS-QTD-PRF)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-REQUISITOS  --  MATERIA DE TCC E DURACAO DE CADA
      *                                CURSO (REQUISITOS_CURSO.TXT).
      ******************************************************************
       1200-CARREGA-REQUISITOS.
            OPEN INPUT REQUISITOS-CURSO
            IF NOT RQC-FS-OK
                DISPLAY 'AVISO: REQUISITOS DE CURSO INDISPONIVEIS '
                        '(' WS-RQC-FS ').'
                GO TO 1200-FIM
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
                            MOVE RQC-MATERIA-TCC TO
                                 WS-RQ-MATERIA-TCC(WS-QTD-RQC)
                            IF RQC-PERIODOS-CURSO NUMERIC
                                MOVE RQC-PERIODOS-CURSO TO
                                     WS-RQ-PERIODOS(WS-QTD-RQC)
                            ELSE
                                MOVE ZEROS TO
                                     WS-RQ-PERIODOS(WS-QTD-RQC)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REQUISITOS-CURSO.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1500-VALIDA-DATA  --  CONFERE SE WS-DT-TRABALHO E UMA DATA REAL
      *                         (ANO PLAUSIVEL, MES 1-12, DIA DENTRO DO
      *                         MES, FEVEREIRO COM BISSEXTO).
      ******************************************************************
       1500-VALIDA-DATA.
            SET DATA-INVALIDA TO TRUE
            IF WS-DT-AAAA < 2000 OR WS-DT-AAAA > 2099
                GO TO 1500-FIM
            END-IF
            IF WS-DT-MM < 1 OR WS-DT-MM > 12
                GO TO 1500-FIM
            END-IF
            EVALUATE WS-DT-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-NO-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-NO-MES
                WHEN OTHER
                    COMPUTE WS-RESTO-4 = WS-DT-AAAA
                        - (4 * (WS-DT-AAAA / 4))
                    IF WS-RESTO-4 = 0
                        MOVE 29 TO WS-DIAS-NO-MES
                    ELSE
                        MOVE 28 TO WS-DIAS-NO-MES
                    END-IF
            END-EVALUATE
            IF WS-DT-DD < 1 OR WS-DT-DD > WS-DIAS-NO-MES
                GO TO 1500-FIM
            END-IF
            SET DATA-VALIDA TO TRUE.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-LOCALIZA-TCC  --  POSICIONA WS-POS-TCC NO TCC WS-ID-ALVO
      *                        (ZERO QUANDO NAO ENCONTRADO).
      ******************************************************************
       1600-LOCALIZA-TCC.
            MOVE 0 TO WS-POS-TCC
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                IF WS-TC-ID(WS-IDX) = WS-ID-ALVO
                    MOVE WS-IDX TO WS-POS-TCC
                    MOVE WS-QTD-TCC TO WS-IDX
                END-IF
            END-PERFORM.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 1700-LOCALIZA-PROFESSOR  --  POSICIONA WS-POS-PRF NO PROFESSOR
      *                                WS-PROF-ALVO (ZERO QUANDO NAO
      *                                CADASTRADO).
      ******************************************************************
       1700-LOCALIZA-PROFESSOR.
            MOVE 0 TO WS-POS-PRF
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PRF
                IF WS-PR-CODIGO(WS-IDX-PRF) = WS-PROF-ALVO
                    MOVE WS-IDX-PRF TO WS-POS-PRF
                    MOVE WS-QTD-PRF TO WS-IDX-PRF
                END-IF
            END-PERFORM.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 1800-LOCALIZA-CURSO  --  POSICIONA WS-POS-RQC NOS REQUISITOS DO
      *                          CURSO COURSE-CODE (ZERO QUANDO O CURSO
      *                          NAO ESTA NO ARQUIVO).
      ******************************************************************
       1800-LOCALIZA-CURSO.
            MOVE 0 TO WS-POS-RQC
            PERFORM VARYING WS-IDX-RQC FROM 1 BY 1
                    UNTIL WS-IDX-RQC > WS-QTD-RQC
                IF WS-RQ-CURSO(WS-IDX-RQC) = COURSE-CODE
                    MOVE WS-IDX-RQC TO WS-POS-RQC
                    MOVE WS-QTD-RQC TO WS-IDX-RQC
                END-IF
            END-PERFORM.
       1800-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR-TCC  --  ABRE O TCC DE UM ALUNO ATIVO CUJO CURSO
      *                       TEM MATERIA DE TCC, COM TEMA, ORIENTADOR
      *                       E (OPCIONAL) COORIENTADOR ATIVOS. UM SO
      *                       TCC EM ABERTO POR ALUNO.
      ******************************************************************
       2000-INCLUIR-TCC.
            INITIALIZE WS-NOVO-TCC
            DISPLAY 'CD-STUDENT DO ALUNO.....: '
            ACCEPT WS-NV-CD
            IF NOT ESTUDANTE-ABERTO
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
                GO TO 2000-FIM
            END-IF
            MOVE WS-NV-CD TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO CADASTRADO.'
                    GO TO 2000-FIM
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'ESTUDANTE NAO ESTA ATIVO (SITUACAO '
                        STUDENT-STATUS ') - TCC RECUSADO.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'ALUNO: ' NM-STUDENT ' CURSO ' COURSE-CODE
            PERFORM 1800-LOCALIZA-CURSO THRU 1800-FIM
            IF WS-POS-RQC = 0
                DISPLAY 'CURSO SEM MATERIA DE TCC CADASTRADA - TCC '
                        'RECUSADO.'
                GO TO 2000-FIM
            END-IF
            IF WS-RQ-MATERIA-TCC(WS-POS-RQC) = SPACES
                DISPLAY 'CURSO SEM MATERIA DE TCC CADASTRADA - TCC '
                        'RECUSADO.'
                GO TO 2000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                IF WS-TC-CD(WS-IDX) = WS-NV-CD
                   AND (WS-TC-SIT(WS-IDX) = 'O' OR 'B' OR 'D')
                    DISPLAY 'ALUNO JA TEM O TCC ' WS-TC-ID(WS-IDX)
                            ' EM ABERTO (SITUACAO '
                            WS-TC-SIT(WS-IDX) ').'
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            DISPLAY 'TEMA DO TRABALHO........: '
            ACCEPT WS-NV-TEMA
            IF WS-NV-TEMA = SPACES
                DISPLAY 'TEMA EM BRANCO.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'ORIENTADOR (PROF-CODIGO): '
            ACCEPT WS-NV-ORIENTADOR
            MOVE WS-NV-ORIENTADOR TO WS-PROF-ALVO
            PERFORM 1700-LOCALIZA-PROFESSOR THRU 1700-FIM
            IF WS-POS-PRF = 0
                DISPLAY 'ORIENTADOR NAO CADASTRADO - TCC RECUSADO.'
                GO TO 2000-FIM
            END-IF
            IF WS-PR-STATUS(WS-POS-PRF) NOT = 'A'
                DISPLAY 'ORIENTADOR INATIVO - TCC RECUSADO.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'ORIENTADOR: ' WS-PR-NOME(WS-POS-PRF)
            DISPLAY 'COORIENTADOR (BRANCO = NENHUM): '
            ACCEPT WS-NV-COORIENTADOR
            IF WS-NV-COORIENTADOR NOT = SPACES
                IF WS-NV-COORIENTADOR = WS-NV-ORIENTADOR
                    DISPLAY 'COORIENTADOR IGUAL AO ORIENTADOR.'
                    GO TO 2000-FIM
                END-IF
                MOVE WS-NV-COORIENTADOR TO WS-PROF-ALVO
                PERFORM 1700-LOCALIZA-PROFESSOR THRU 1700-FIM
                IF WS-POS-PRF = 0
                    DISPLAY 'COORIENTADOR NAO CADASTRADO - TCC '
                            'RECUSADO.'
                    GO TO 2000-FIM
                END-IF
                IF WS-PR-STATUS(WS-POS-PRF) NOT = 'A'
                    DISPLAY 'COORIENTADOR INATIVO - TCC RECUSADO.'
                    GO TO 2000-FIM
                END-IF
                DISPLAY 'COORIENTADOR: ' WS-PR-NOME(WS-POS-PRF)
            END-IF

            IF WS-QTD-TCC >= 1000
                DISPLAY 'TABELA DE TCC CHEIA.'
                GO TO 2000-FIM
            END-IF
            MOVE 'TCC' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DE TCC INDISPONIVEL - TENTE DE NOVO.'
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-TCC
            INITIALIZE WS-TC(WS-QTD-TCC)
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO
                 WS-TC-ID(WS-QTD-TCC)
            MOVE WS-NV-CD TO WS-TC-CD(WS-QTD-TCC)
            MOVE COURSE-CODE TO WS-TC-CURSO(WS-QTD-TCC)
            MOVE WS-NV-TEMA TO WS-TC-TEMA(WS-QTD-TCC)
            MOVE WS-NV-ORIENTADOR TO WS-TC-ORIENTADOR(WS-QTD-TCC)
            MOVE WS-NV-COORIENTADOR TO WS-TC-COORIENTADOR(WS-QTD-TCC)
            MOVE 'O' TO WS-TC-SIT(WS-QTD-TCC)
            MOVE WS-DATA-HOJE TO WS-TC-DT-INCLUSAO(WS-QTD-TCC)
            PERFORM 7000-REGRAVA-TCC THRU 7000-FIM
            DISPLAY 'TCC INCLUIDO - NUMERO ' WS-TC-ID(WS-QTD-TCC)

            MOVE 'TCC-INCLUSAO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-NV-ORIENTADOR TO AUD-VALOR-NOVO
            MOVE WS-NV-CD TO AUD-CD-STUDENT
            MOVE 'A' TO AUD-COD-TRANS
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-MARCAR-BANCA  --  MARCA (OU REMARCA) A DEFESA DE UM TCC EM
      *                        ORIENTACAO: DATA VALIDA NAO PASSADA E
      *                        TRES MEMBROS DE BANCA ATIVOS, DISTINTOS
      *                        ENTRE SI E DO ORIENTADOR/COORIENTADOR (O
      *                        ORIENTADOR PRESIDE A BANCA).
      ******************************************************************
       3000-MARCAR-BANCA.
            DISPLAY 'NUMERO DO TCC...........: '
            ACCEPT WS-ID-ALVO
            PERFORM 1600-LOCALIZA-TCC THRU 1600-FIM
            IF WS-POS-TCC = 0
                DISPLAY 'TCC NAO ENCONTRADO.'
                GO TO 3000-FIM
            END-IF
            IF WS-TC-SIT(WS-POS-TCC) NOT = 'O'
               AND WS-TC-SIT(WS-POS-TCC) NOT = 'B'
                DISPLAY 'TCC NAO ESTA EM ORIENTACAO (SITUACAO '
                        WS-TC-SIT(WS-POS-TCC) ').'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-TC-CD(WS-POS-TCC) ' TEMA '
                    WS-TC-TEMA(WS-POS-TCC)

            DISPLAY 'DATA DA DEFESA (AAAAMMDD): '
            ACCEPT WS-DT-DEFESA
            MOVE WS-DT-DEFESA TO WS-DT-TRABALHO
            PERFORM 1500-VALIDA-DATA THRU 1500-FIM
            IF DATA-INVALIDA
                DISPLAY 'DATA DA DEFESA INVALIDA.'
                GO TO 3000-FIM
            END-IF
            IF WS-DT-DEFESA < WS-DATA-HOJE
                DISPLAY 'DATA DA DEFESA NO PASSADO.'
                GO TO 3000-FIM
            END-IF

            MOVE SPACES TO WS-BANCA-NOVA
            PERFORM VARYING WS-IDX-BAN FROM 1 BY 1
                    UNTIL WS-IDX-BAN > 3
                DISPLAY 'MEMBRO ' WS-IDX-BAN ' DA BANCA (PROF-CODIGO): '
                ACCEPT WS-BN-MEMBRO(WS-IDX-BAN)
                MOVE WS-BN-MEMBRO(WS-IDX-BAN) TO WS-PROF-ALVO
                PERFORM 3100-CONFERE-MEMBRO THRU 3100-FIM
                IF NOT REGISTRO-ACHADO
                    GO TO 3000-FIM
                END-IF
            END-PERFORM

            MOVE WS-TC-SIT(WS-POS-TCC) TO WS-SIT-ANTIGA
            MOVE WS-DT-DEFESA TO WS-TC-DT-DEFESA(WS-POS-TCC)
            PERFORM VARYING WS-IDX-BAN FROM 1 BY 1
                    UNTIL WS-IDX-BAN > 3
                MOVE WS-BN-MEMBRO(WS-IDX-BAN) TO
                     WS-TC-BANCA(WS-POS-TCC, WS-IDX-BAN)
            END-PERFORM
            MOVE 'B' TO WS-TC-SIT(WS-POS-TCC)
            PERFORM 7000-REGRAVA-TCC THRU 7000-FIM
            DISPLAY 'DEFESA DO TCC ' WS-ID-ALVO ' MARCADA PARA '
                    WS-DT-DEFESA '.'

            MOVE 'TCC-BANCA' TO AUD-CAMPO
            MOVE WS-SIT-ANTIGA TO AUD-VALOR-ANTIGO
            MOVE WS-DT-DEFESA TO AUD-VALOR-NOVO
            MOVE WS-TC-CD(WS-POS-TCC) TO AUD-CD-STUDENT
            MOVE 'A' TO AUD-COD-TRANS
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-CONFERE-MEMBRO  --  O MEMBRO WS-IDX-BAN DA BANCA TEM DE SER
      *                          PROFESSOR ATIVO, DIFERENTE DO
      *                          ORIENTADOR, DO COORIENTADOR E DOS
      *                          MEMBROS JA INFORMADOS.
      ******************************************************************
       3100-CONFERE-MEMBRO.
            MOVE 0 TO WS-ACHOU
            IF WS-PROF-ALVO = SPACES
                DISPLAY 'MEMBRO DA BANCA EM BRANCO - A BANCA TEM TRES '
                        'MEMBROS.'
                GO TO 3100-FIM
            END-IF
            IF WS-PROF-ALVO = WS-TC-ORIENTADOR(WS-POS-TCC)
               OR WS-PROF-ALVO = WS-TC-COORIENTADOR(WS-POS-TCC)
                DISPLAY 'ORIENTADOR/COORIENTADOR NAO COMPOE A BANCA '
                        'COMO MEMBRO.'
                GO TO 3100-FIM
            END-IF
            PERFORM VARYING WS-IDX-BAN2 FROM 1 BY 1
                    UNTIL WS-IDX-BAN2 >= WS-IDX-BAN
                IF WS-BN-MEMBRO(WS-IDX-BAN2) = WS-PROF-ALVO
                    DISPLAY 'MEMBRO REPETIDO NA BANCA.'
                    GO TO 3100-FIM
                END-IF
            END-PERFORM
            PERFORM 1700-LOCALIZA-PROFESSOR THRU 1700-FIM
            IF WS-POS-PRF = 0
                DISPLAY 'PROFESSOR ' WS-PROF-ALVO ' NAO CADASTRADO.'
                GO TO 3100-FIM
            END-IF
            IF WS-PR-STATUS(WS-POS-PRF) NOT = 'A'
                DISPLAY 'PROFESSOR ' WS-PROF-ALVO ' INATIVO.'
                GO TO 3100-FIM
            END-IF
            DISPLAY '   ' WS-PR-NOME(WS-POS-PRF)
            MOVE 1 TO WS-ACHOU.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-LANCAR-NOTA  --  LANCA A NOTA DA DEFESA (0 A 10) DE UM TCC
      *                       COM DEFESA MARCADA E JA REALIZADA. A NOTA
      *                       SO ENTRA NO HISTORICO PELO LOTE (POSTAR).
      ******************************************************************
       4000-LANCAR-NOTA.
            DISPLAY 'NUMERO DO TCC...........: '
            ACCEPT WS-ID-ALVO
            PERFORM 1600-LOCALIZA-TCC THRU 1600-FIM
            IF WS-POS-TCC = 0
                DISPLAY 'TCC NAO ENCONTRADO.'
                GO TO 4000-FIM
            END-IF
            IF WS-TC-SIT(WS-POS-TCC) NOT = 'B'
                DISPLAY 'TCC SEM DEFESA MARCADA (SITUACAO '
                        WS-TC-SIT(WS-POS-TCC) ').'
                GO TO 4000-FIM
            END-IF
            IF WS-TC-DT-DEFESA(WS-POS-TCC) > WS-DATA-HOJE
                DISPLAY 'DEFESA AINDA NAO REALIZADA (MARCADA PARA '
                        WS-TC-DT-DEFESA(WS-POS-TCC) ').'
                GO TO 4000-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-TC-CD(WS-POS-TCC) ' TEMA '
                    WS-TC-TEMA(WS-POS-TCC)
            DISPLAY 'NOTA DA DEFESA (0-10)...: '
            ACCEPT WS-NOTA-DEFESA
            IF WS-NOTA-DEFESA > 10
                DISPLAY 'NOTA FORA DA FAIXA DE 0 A 10.'
                GO TO 4000-FIM
            END-IF
            MOVE WS-NOTA-DEFESA TO WS-NOTA-ED
            DISPLAY 'CONFIRMA A NOTA ' WS-NOTA-ED ' (S/N)? '
            ACCEPT WS-CONFIRMA
            IF NOT CONFIRMADO
                DISPLAY 'LANCAMENTO CANCELADO.'
                GO TO 4000-FIM
            END-IF

            MOVE WS-NOTA-DEFESA TO WS-TC-NOTA(WS-POS-TCC)
            MOVE 'D' TO WS-TC-SIT(WS-POS-TCC)
            PERFORM 7000-REGRAVA-TCC THRU 7000-FIM
            DISPLAY 'NOTA LANCADA - ENTRA NO HISTORICO NO PROXIMO '
                    'LOTE (P).'

            MOVE 'TCC-NOTA' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-NOTA-ED TO AUD-VALOR-NOVO
            MOVE WS-TC-CD(WS-POS-TCC) TO AUD-CD-STUDENT
            MOVE 'N' TO AUD-COD-TRANS
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-POSTAR-NOTAS  --  GRAVA UM LOTE-NOTAS COMPLETO (*H, UM
      *                        DETALHE POR TCC DEFENDIDO E *T) COM A
      *                        NOTA DA DEFESA NAS QUATRO NOTAS DA
      *                        MATERIA DE TCC DO CURSO, E MARCA OS
      *                        TRABALHOS COMO POSTADOS COM O LOTE ID. O
      *                        LOTE E PROCESSADO PELO CALCULARNOTAS
      *                        (RUN_CALCULARNOTAS.SH) COMO QUALQUER
      *                        OUTRO.
      ******************************************************************
       5000-POSTAR-NOTAS.
            MOVE ZEROS TO WS-QTD-LOTE WS-SOMA-NOTAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                IF WS-TC-SIT(WS-IDX) = 'D'
                    ADD 1 TO WS-QTD-LOTE
                END-IF
            END-PERFORM
            IF WS-QTD-LOTE = 0
                DISPLAY 'NENHUM TCC DEFENDIDO AGUARDANDO LOTE.'
                GO TO 5000-FIM
            END-IF

            MOVE 'LOTETCC' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERACAO DE LOTE EM USO - LOTE NAO GERADO.'
                GO TO 5000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-TICKET-ED
            MOVE SPACES TO WS-LOTE-ID
            STRING 'T' WS-TICKET-ED DELIMITED BY SIZE
               INTO WS-LOTE-ID
            END-STRING

            OPEN OUTPUT LOTE-NOTAS
            IF NOT LOTE-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-LOTE-DD ' - FILE STATUS: '
                        WS-LOTE-FS
                GO TO 5000-FIM
            END-IF
            MOVE '*H' TO HDR-MARCA
            MOVE WS-LOTE-ID TO HDR-LOTE-ID
            MOVE WS-QTD-LOTE TO HDR-QTD-DECLARADA
            MOVE WS-DATA-HOJE TO HDR-DATA
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-LOTE-CABECALHO TO REG-LOTE-NOTAS
            WRITE REG-LOTE-NOTAS

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                IF WS-TC-SIT(WS-IDX) = 'D'
                    PERFORM 5100-GRAVA-DETALHE THRU 5100-FIM
                END-IF
            END-PERFORM

            MOVE '*T' TO TRL-MARCA
            MOVE WS-QTD-LOTE TO TRL-QTD
            MOVE WS-SOMA-NOTAS TO TRL-SOMA-NOTAS
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-LOTE-TRAILER TO REG-LOTE-NOTAS
            WRITE REG-LOTE-NOTAS
            CLOSE LOTE-NOTAS

            PERFORM 7000-REGRAVA-TCC THRU 7000-FIM
            DISPLAY 'LOTE ' WS-LOTE-ID ' GERADO EM ' WS-LOTE-DD
                    ' COM ' WS-QTD-LOTE ' NOTA(S) DE TCC.'.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-GRAVA-DETALHE  --  UM DETALHE DO LOTE PARA O TCC WS-IDX,
      *                         NA MATERIA DE TCC DO CURSO GRAVADO NO
      *                         PROPRIO TCC.
      ******************************************************************
       5100-GRAVA-DETALHE.
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-TC-CD(WS-IDX) TO LOTE-CD-STUDENT
            IF ESTUDANTE-ABERTO
                MOVE WS-TC-CD(WS-IDX) TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO LOTE-NOME-ALUNO
                END-READ
            END-IF
            MOVE WS-TC-CURSO(WS-IDX) TO COURSE-CODE
            PERFORM 1800-LOCALIZA-CURSO THRU 1800-FIM
            IF WS-POS-RQC > 0
                MOVE WS-RQ-MATERIA-TCC(WS-POS-RQC) TO LOTE-MATERIA
            END-IF
            MOVE WS-TC-NOTA(WS-IDX) TO LOTE-NOTA-1 LOTE-NOTA-2
                                       LOTE-NOTA-3 LOTE-NOTA-4
            MOVE SPACES TO LOTE-TURMA
            WRITE REG-LOTE-NOTAS
            COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS
                + (WS-TC-NOTA(WS-IDX) * 4)

            MOVE 'P' TO WS-TC-SIT(WS-IDX)
            MOVE WS-LOTE-ID TO WS-TC-LOTE-ID(WS-IDX)

            MOVE 'TCC-LOTE' TO AUD-CAMPO
            MOVE 'D' TO AUD-VALOR-ANTIGO
            MOVE WS-LOTE-ID TO AUD-VALOR-NOVO
            MOVE WS-TC-CD(WS-IDX) TO AUD-CD-STUDENT
            MOVE 'N' TO AUD-COD-TRANS
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 6000-RELATORIO  --  EMITE EM DD_RELATORIO_TCC OS ALUNOS ATIVOS
      *                     NO ULTIMO PERIODO DO CURSO SEM TCC (SEM
      *                     ORIENTADOR) E A QUANTIDADE DE ORIENTANDOS E
      *                     COORIENTANDOS DE CADA PROFESSOR (TCC EM
      *                     ORIENTACAO, COM DEFESA MARCADA OU
      *                     DEFENDIDO).
      ******************************************************************
       6000-RELATORIO.
            IF NOT ESTUDANTE-ABERTO
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
                GO TO 6000-FIM
            END-IF
            OPEN OUTPUT RELATORIO-TCC
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RPT-DD ' - FILE STATUS: '
                        WS-RPT-FS
                GO TO 6000-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            STRING 'ALUNOS NO ULTIMO PERIODO SEM ORIENTADOR DE TCC - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'ALUNO NOME                 CURSO MATRICULA PERIODO'
              TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE ZEROS TO WS-QTD-LISTADOS
            MOVE ZEROS TO CD-STUDENT
            MOVE 'N' TO WS-EST-EOF
            START ESTUDANTE KEY >= CD-STUDENT
                INVALID KEY
                    MOVE 'F' TO WS-EST-EOF
            END-START
            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF STUDENT-ATIVO
                            PERFORM 6100-CONFERE-ALUNO THRU 6100-FIM
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL DE ALUNOS SEM ORIENTADOR: ' WS-QTD-LISTADOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            DISPLAY 'ALUNOS NO ULTIMO PERIODO SEM ORIENTADOR: '
                    WS-QTD-LISTADOS

            PERFORM 6200-ORIENTANDOS THRU 6200-FIM
            CLOSE RELATORIO-TCC
            DISPLAY 'RELATORIO DE TCC GERADO EM ' WS-RPT-DD.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6100-CONFERE-ALUNO  --  CALCULA O PERIODO EM QUE O ALUNO ESTA
      *                         (SEMESTRES DESDE A MATRICULA, CONTANDO O
      *                         DA MATRICULA COMO 1) E, SE FOR O ULTIMO
      *                         DO CURSO OU ALEM, LISTA-O QUANDO NAO HA
      *                         TCC NAO CANCELADO EM NOME DELE. CURSO
      *                         SEM DURACAO CADASTRADA NAO ENTRA.
      ******************************************************************
       6100-CONFERE-ALUNO.
            PERFORM 1800-LOCALIZA-CURSO THRU 1800-FIM
            IF WS-POS-RQC = 0
                GO TO 6100-FIM
            END-IF
            IF WS-RQ-PERIODOS(WS-POS-RQC) = 0
                GO TO 6100-FIM
            END-IF
            MOVE ENROLLMENT-DATE TO WS-DT-TRABALHO
            IF WS-DT-MM > 6
                MOVE 2 TO WS-SEM-MATRICULA
            ELSE
                MOVE 1 TO WS-SEM-MATRICULA
            END-IF
            IF WS-HOJE-MM > 6
                MOVE 2 TO WS-SEM-HOJE
            ELSE
                MOVE 1 TO WS-SEM-HOJE
            END-IF
            COMPUTE WS-PERIODO-ALUNO =
                ((WS-HOJE-AAAA - WS-DT-AAAA) * 2)
                + WS-SEM-HOJE - WS-SEM-MATRICULA + 1
            IF WS-PERIODO-ALUNO < WS-RQ-PERIODOS(WS-POS-RQC)
                GO TO 6100-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                IF WS-TC-CD(WS-IDX) = CD-STUDENT
                   AND WS-TC-SIT(WS-IDX) NOT = 'C'
                    GO TO 6100-FIM
                END-IF
            END-PERFORM

            ADD 1 TO WS-QTD-LISTADOS
            MOVE WS-PERIODO-ALUNO TO WS-PERIODO-ED
            MOVE SPACES TO RPT-LINHA
            STRING CD-STUDENT ' ' NM-STUDENT ' ' COURSE-CODE ' '
                   ENROLLMENT-DATE '  ' WS-PERIODO-ED ' DE '
                   WS-RQ-PERIODOS(WS-POS-RQC)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 6200-ORIENTANDOS  --  CONTA, POR PROFESSOR, OS TCC EM ABERTO
      *                       (O/B/D) EM QUE ELE E ORIENTADOR OU
      *                       COORIENTADOR E LISTA QUEM TEM ALGUM.
      ******************************************************************
       6200-ORIENTANDOS.
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PRF
                MOVE ZEROS TO WS-PR-ORIENTANDOS(WS-IDX-PRF)
                MOVE ZEROS TO WS-PR-COORIENTANDOS(WS-IDX-PRF)
            END-PERFORM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                IF WS-TC-SIT(WS-IDX) = 'O' OR 'B' OR 'D'
                    MOVE WS-TC-ORIENTADOR(WS-IDX) TO WS-PROF-ALVO
                    PERFORM 1700-LOCALIZA-PROFESSOR THRU 1700-FIM
                    IF WS-POS-PRF > 0
                        ADD 1 TO WS-PR-ORIENTANDOS(WS-POS-PRF)
                    END-IF
                    IF WS-TC-COORIENTADOR(WS-IDX) NOT = SPACES
                        MOVE WS-TC-COORIENTADOR(WS-IDX)
                          TO WS-PROF-ALVO
                        PERFORM 1700-LOCALIZA-PROFESSOR THRU 1700-FIM
                        IF WS-POS-PRF > 0
                            ADD 1 TO WS-PR-COORIENTANDOS(WS-POS-PRF)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'ORIENTANDOS DE TCC POR PROFESSOR' TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'PROF   NOME                           SIT '
              TO RPT-LINHA
            MOVE 'ORIENT. COORIENT.' TO RPT-LINHA(44:)
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PRF
                IF WS-PR-ORIENTANDOS(WS-IDX-PRF) > 0
                   OR WS-PR-COORIENTANDOS(WS-IDX-PRF) > 0
                    MOVE SPACES TO RPT-LINHA
                    STRING WS-PR-CODIGO(WS-IDX-PRF) ' '
                           WS-PR-NOME(WS-IDX-PRF) ' '
                           WS-PR-STATUS(WS-IDX-PRF) '   '
                           WS-PR-ORIENTANDOS(WS-IDX-PRF) '     '
                           WS-PR-COORIENTANDOS(WS-IDX-PRF)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM.
       6200-FIM.
            EXIT.

      ******************************************************************
      * 6500-CANCELAR-TCC  --  CANCELA UM TCC AINDA NAO POSTADO (ALUNO
      *                        DESISTIU OU TROCOU DE TEMA). O REGISTRO
      *                        FICA NO ARQUIVO COMO C.
      ******************************************************************
       6500-CANCELAR-TCC.
            DISPLAY 'NUMERO DO TCC...........: '
            ACCEPT WS-ID-ALVO
            PERFORM 1600-LOCALIZA-TCC THRU 1600-FIM
            IF WS-POS-TCC = 0
                DISPLAY 'TCC NAO ENCONTRADO.'
                GO TO 6500-FIM
            END-IF
            IF WS-TC-SIT(WS-POS-TCC) = 'P' OR 'C'
                DISPLAY 'TCC JA POSTADO OU CANCELADO (SITUACAO '
                        WS-TC-SIT(WS-POS-TCC) ').'
                GO TO 6500-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-TC-CD(WS-POS-TCC) ' TEMA '
                    WS-TC-TEMA(WS-POS-TCC)
            DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
            ACCEPT WS-CONFIRMA
            IF NOT CONFIRMADO
                DISPLAY 'CANCELAMENTO DESISTIDO.'
                GO TO 6500-FIM
            END-IF
            MOVE WS-TC-SIT(WS-POS-TCC) TO WS-SIT-ANTIGA
            MOVE 'C' TO WS-TC-SIT(WS-POS-TCC)
            PERFORM 7000-REGRAVA-TCC THRU 7000-FIM
            DISPLAY 'TCC ' WS-ID-ALVO ' CANCELADO.'

            MOVE 'TCC-SITUACAO' TO AUD-CAMPO
            MOVE WS-SIT-ANTIGA TO AUD-VALOR-ANTIGO
            MOVE 'C' TO AUD-VALOR-NOVO
            MOVE WS-TC-CD(WS-POS-TCC) TO AUD-CD-STUDENT
            MOVE 'A' TO AUD-COD-TRANS
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       6500-FIM.
            EXIT.

      ******************************************************************
      * 6800-LISTAR  --  LISTA O CADASTRO DE TCC.
      ******************************************************************
       6800-LISTAR.
            DISPLAY ' '
            DISPLAY 'TCC    ALUNO ORIENT COORIE DEFESA   SIT NOTA  '
                    'LOTE     TEMA'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                MOVE WS-TC-NOTA(WS-IDX) TO WS-NOTA-ED
                DISPLAY WS-TC-ID(WS-IDX) ' '
                        WS-TC-CD(WS-IDX) ' '
                        WS-TC-ORIENTADOR(WS-IDX) ' '
                        WS-TC-COORIENTADOR(WS-IDX) ' '
                        WS-TC-DT-DEFESA(WS-IDX) ' '
                        WS-TC-SIT(WS-IDX) '   '
                        WS-NOTA-ED ' '
                        WS-TC-LOTE-ID(WS-IDX) ' '
                        WS-TC-TEMA(WS-IDX)(1:30)
            END-PERFORM.
       6800-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-TCC  --  REGRAVA O CADASTRO DE TCC INTEIRO A PARTIR
      *                       DA TABELA.
      ******************************************************************
       7000-REGRAVA-TCC.
            OPEN OUTPUT TCCS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TCC
                MOVE WS-TC(WS-IDX) TO REG-TCC
                WRITE REG-TCC
            END-PERFORM
            CLOSE TCCS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DO CADASTRO DE
      *                            TCC (A - ALTERACAO DO CADASTRO, N -
      *                            NOTA DA DEFESA), COM O CODIGO JA
      *                            MOVIDO PELO CHAMADOR.
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOTCC.
