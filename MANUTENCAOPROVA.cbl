      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MANUTENCAO DO CALENDARIO DE PROVAS (FD_PROVA,
      *         PROVAS.TXT), NOS MOLDES DO MANUTENCAOHORARIO: INCLUIR/
      *         REMOVER PROVA DE TURMA (TIPO, DATA, HORARIO E SALA),
      *         RELATORIO DE CONFLITOS E LISTA DE ENSALAMENTO POR SALA
      *         PARA OS FISCAIS. A INCLUSAO E RECUSADA QUANDO A DATA E
      *         FERIADO OU ESTA FORA DO PERIODO LETIVO
      *         (CALENDARIOLETIVO SOBRE O CALENDARIO.TXT), QUANDO A
      *         SALA NAO TEM LUGARES PARA TODOS OS INSCRITOS DA TURMA,
      *         QUANDO A SALA JA TEM OUTRA PROVA NO MESMO HORARIO E
      *         QUANDO ALGUM ALUNO INSCRITO NA TURMA (FD_TURMA_ALUNO)
      *         JA TEM PROVA DE OUTRA TURMA NO MESMO HORARIO - A
      *         SEMANA DE PROVAS ERA PLANEJADA EM PAPEL E TODO PERIODO
      *         HAVIA ALUNO COM DUAS PROVAS AO MESMO TEMPO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOPROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS ASSIGN TO DYNAMIC WS-SAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAL-FS.

           SELECT PROVAS ASSIGN TO DYNAMIC WS-PRV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRV-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT LISTA-FISCAL ASSIGN TO DYNAMIC WS-LST-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
          COPY FD_SALA.

       FD PROVAS.
          COPY FD_PROVA.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD LISTA-FISCAL.
       01 LST-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SAL-DD                PIC X(100) VALUE SPACES.
       01 WS-PRV-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-LST-DD                PIC X(100) VALUE SPACES.
       77 WS-SAL-FS                PIC XX VALUE SPACES.
          88 SAL-FS-OK             VALUE '00'.
       77 WS-PRV-FS                PIC XX VALUE SPACES.
          88 PRV-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-LST-FS                PIC XX VALUE SPACES.
          88 LST-FS-OK             VALUE '00'.
       77 WS-SAL-EOF               PIC X VALUE 'N'.
          88 SAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PRV-EOF               PIC X VALUE 'N'.
          88 PRV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-CAL-PARM.
          COPY CALENDARIO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-REMOVER      VALUE 'R' 'r'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-CONFLITOS    VALUE 'C' 'c'.
             88 TRANS-ENSALAMENTO  VALUE 'E' 'e'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-SALAS.
          05 WS-QTD-SALAS          PIC 9(03) VALUE 0.
          05 WS-SAL-TAB OCCURS 100 TIMES.
             10 WS-SAL-CODIGO      PIC X(06).
             10 WS-SAL-DESC        PIC X(30).
             10 WS-SAL-CAP         PIC 9(03).
             10 WS-SAL-SIT         PIC X(01).

       01 WS-TABELA-PROVAS.
          05 WS-QTD-PRV            PIC 9(04) VALUE 0.
          05 WS-PRV-TAB OCCURS 1000 TIMES.
             10 WS-PRV-TURMA       PIC X(08).
             10 WS-PRV-TIPO        PIC X(02).
             10 WS-PRV-DATA        PIC 9(08).
             10 WS-PRV-INI         PIC 9(04).
             10 WS-PRV-FIM-H       PIC 9(04).
             10 WS-PRV-SALA        PIC X(06).

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 100 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-STATUS      PIC X(01).

       01 WS-TABELA-VINCULOS.
          05 WS-QTD-VINC           PIC 9(04) VALUE 0.
          05 WS-VINC-TAB OCCURS 2000 TIMES.
             10 WS-VINC-TURMA      PIC X(08).
             10 WS-VINC-CD         PIC 9(05).
             10 WS-VINC-SIT        PIC X(01).

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-SALA-ALVO             PIC X(06) VALUE SPACES.
       77 WS-TIPO-ALVO             PIC X(02) VALUE SPACES.
          88 TIPO-ALVO-VALIDO      VALUE 'P1' 'P2' 'P3' 'EF' 'SC'.
       77 WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       77 WS-INI-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-FIM-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-POS-TURMA             PIC 9(03) VALUE ZEROS.
       77 WS-POS-SALA              PIC 9(03) VALUE ZEROS.
       77 WS-POS-PRV               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-3                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-4                 PIC 9(04) VALUE ZEROS.
       77 WS-TURMA-A               PIC X(08) VALUE SPACES.
       77 WS-TURMA-B               PIC X(08) VALUE SPACES.
       77 WS-QTD-INSCRITOS         PIC 9(04) VALUE ZEROS.
       77 WS-CONFLITO              PIC 9 VALUE 0.
          88 HA-CONFLITO           VALUE 1.
       77 WS-QTD-CONFLITOS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CHOQUES           PIC 9(04) VALUE ZEROS.
       77 WS-LUGAR                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LISTAS            PIC 9(04) VALUE ZEROS.
       77 WS-NOME-TRAB             PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOPROVA - CALENDARIO DE PROVAS      *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-SAL-DD FROM ENVIRONMENT 'DD_SALAS'
            IF WS-SAL-DD = SPACES
                MOVE 'SALAS.TXT' TO WS-SAL-DD
            END-IF
            ACCEPT WS-PRV-DD FROM ENVIRONMENT 'DD_PROVAS'
            IF WS-PRV-DD = SPACES
                MOVE 'PROVAS.TXT' TO WS-PRV-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-LST-DD FROM ENVIRONMENT 'DD_LISTA_FISCAL'
            IF WS-LST-DD = SPACES
                MOVE 'LISTA_FISCAL.RPT' TO WS-LST-DD
            END-IF

            PERFORM 1000-CARREGA-SALAS THRU 1000-FIM
            PERFORM 1100-CARREGA-PROVAS THRU 1100-FIM
            PERFORM 1200-CARREGA-TURMAS THRU 1200-FIM
            PERFORM 1300-CARREGA-VINCULOS THRU 1300-FIM

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** CALENDARIO DE PROVAS ***'
                DISPLAY '(I)NCLUIR PROVA   (R)EMOVER PROVA'
                DISPLAY '(L)ISTAR          (C)ONFLITOS'
                DISPLAY '(E)NSALAMENTO     (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INCLUIR
                        PERFORM 3000-INCLUIR-PROVA THRU 3000-FIM
                    WHEN TRANS-REMOVER
                        PERFORM 4000-REMOVER-PROVA THRU 4000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-CONFLITOS
                        PERFORM 8000-RELATORIO-CONFLITOS THRU 8000-FIM
                    WHEN TRANS-ENSALAMENTO
                        PERFORM 8500-LISTA-ENSALAMENTO THRU 8500-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM.

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
      * 1000-CARREGA-SALAS  --  CARREGA O CADASTRO DE SALAS INTEIRO EM
      *                           MEMORIA.
      ******************************************************************
       1000-CARREGA-SALAS.
            OPEN INPUT SALAS
            IF NOT SAL-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-SAL-EOF
            PERFORM UNTIL SAL-FIM-ARQUIVO
                READ SALAS
                    AT END
                        MOVE 'F' TO WS-SAL-EOF
                    NOT AT END
                        IF WS-QTD-SALAS < 100
                            ADD 1 TO WS-QTD-SALAS
                            MOVE SAL-CODIGO TO
                                 WS-SAL-CODIGO(WS-QTD-SALAS)
                            MOVE SAL-DESCRICAO TO
                                 WS-SAL-DESC(WS-QTD-SALAS)
                            IF SAL-CAPACIDADE NUMERIC
                                MOVE SAL-CAPACIDADE TO
                                     WS-SAL-CAP(WS-QTD-SALAS)
                            ELSE
                                MOVE ZEROS TO
                                     WS-SAL-CAP(WS-QTD-SALAS)
                            END-IF
                            MOVE SAL-STATUS TO
                                 WS-SAL-SIT(WS-QTD-SALAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PROVAS  --  CARREGA O CALENDARIO DE PROVAS INTEIRO
      *                            EM MEMORIA.
      ******************************************************************
       1100-CARREGA-PROVAS.
            OPEN INPUT PROVAS
            IF NOT PRV-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-PRV-EOF
            PERFORM UNTIL PRV-FIM-ARQUIVO
                READ PROVAS
                    AT END
                        MOVE 'F' TO WS-PRV-EOF
                    NOT AT END
                        IF WS-QTD-PRV < 1000
                            ADD 1 TO WS-QTD-PRV
                            MOVE PRV-TURMA-CODIGO TO
                                 WS-PRV-TURMA(WS-QTD-PRV)
                            MOVE PRV-TIPO TO
                                 WS-PRV-TIPO(WS-QTD-PRV)
                            MOVE PRV-DATA TO
                                 WS-PRV-DATA(WS-QTD-PRV)
                            MOVE PRV-HORA-INICIO TO
                                 WS-PRV-INI(WS-QTD-PRV)
                            MOVE PRV-HORA-FIM TO
                                 WS-PRV-FIM-H(WS-QTD-PRV)
                            MOVE PRV-SALA TO
                                 WS-PRV-SALA(WS-QTD-PRV)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROVAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-TURMAS  --  CARREGA O CADASTRO DE TURMAS (PARA
      *                            RESOLVER MATERIA/PERIODO DE CADA
      *                            TURMA DO CALENDARIO).
      ******************************************************************
       1200-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF WS-QTD-TURMAS < 100
                            ADD 1 TO WS-QTD-TURMAS
                            MOVE TURMA-CODIGO TO
                                 WS-TUR-CODIGO(WS-QTD-TURMAS)
                            MOVE TURMA-MATERIA TO
                                 WS-TUR-MATERIA(WS-QTD-TURMAS)
                            MOVE TURMA-PERIODO TO
                                 WS-TUR-PERIODO(WS-QTD-TURMAS)
                            MOVE TURMA-STATUS TO
                                 WS-TUR-STATUS(WS-QTD-TURMAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-VINCULOS  --  CARREGA AS INSCRICOES (LOTACAO DA
      *                              SALA, CHOQUE DE PROVAS DO ALUNO E
      *                              LISTA DE ENSALAMENTO).
      ******************************************************************
       1300-CARREGA-VINCULOS.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-TAL-EOF
            PERFORM UNTIL TAL-FIM-ARQUIVO
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-TAL-EOF
                    NOT AT END
                        IF WS-QTD-VINC < 2000
                            ADD 1 TO WS-QTD-VINC
                            MOVE TAL-TURMA-CODIGO TO
                                 WS-VINC-TURMA(WS-QTD-VINC)
                            MOVE TAL-CD-STUDENT TO
                                 WS-VINC-CD(WS-QTD-VINC)
                            MOVE TAL-SITUACAO TO
                                 WS-VINC-SIT(WS-QTD-VINC)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1600-LOCALIZA-SALA  --  PROCURA WS-SALA-ALVO NA TABELA DE
      *                           SALAS.
      ******************************************************************
       1600-LOCALIZA-SALA.
            MOVE 0 TO WS-POS-SALA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SALAS
                IF WS-SAL-CODIGO(WS-IDX) = WS-SALA-ALVO
                    MOVE WS-IDX TO WS-POS-SALA
                    MOVE WS-QTD-SALAS TO WS-IDX
                END-IF
            END-PERFORM.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 1650-LOCALIZA-TURMA  --  PROCURA WS-CODIGO-ALVO NA TABELA DE
      *                            TURMAS.
      ******************************************************************
       1650-LOCALIZA-TURMA.
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IDX) = WS-CODIGO-ALVO
                    MOVE WS-IDX TO WS-POS-TURMA
                    MOVE WS-QTD-TURMAS TO WS-IDX
                END-IF
            END-PERFORM.
       1650-FIM.
            EXIT.

      ******************************************************************
      * 1700-CONTA-INSCRITOS  --  CONTA OS ALUNOS INSCRITOS (NAO
      *                             CANCELADOS) NA TURMA WS-CODIGO-ALVO.
      ******************************************************************
       1700-CONTA-INSCRITOS.
            MOVE ZEROS TO WS-QTD-INSCRITOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VINC
                IF WS-VINC-TURMA(WS-IDX) = WS-CODIGO-ALVO
                   AND WS-VINC-SIT(WS-IDX) NOT = 'C'
                    ADD 1 TO WS-QTD-INSCRITOS
                END-IF
            END-PERFORM.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 3000-INCLUIR-PROVA  --  INCLUI UMA PROVA DE UMA TURMA NO
      *                           CALENDARIO, COM AS CONFERENCIAS DE
      *                           CALENDARIO LETIVO, LOTACAO DA SALA,
      *                           SALA OCUPADA E CHOQUE DE PROVAS DOS
      *                           ALUNOS DA TURMA.
      ******************************************************************
       3000-INCLUIR-PROVA.
            DISPLAY 'CODIGO DA TURMA......: '
            ACCEPT WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA = 0
                DISPLAY 'TURMA NAO ENCONTRADA.'
                GO TO 3000-FIM
            END-IF
            IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                DISPLAY 'TURMA INATIVA.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'TIPO (P1/P2/P3, EF=EXAME FINAL, SC=SEGUNDA '
                    'CHAMADA): '
            ACCEPT WS-TIPO-ALVO
            IF NOT TIPO-ALVO-VALIDO
                DISPLAY 'TIPO DE PROVA INVALIDO.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'DATA DA PROVA (AAAAMMDD): '
            ACCEPT WS-DATA-ALVO
            IF WS-DATA-ALVO NOT NUMERIC OR WS-DATA-ALVO = ZEROS
                DISPLAY 'DATA INVALIDA.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'HORA INICIO (HHMM)...: '
            ACCEPT WS-INI-ALVO
            DISPLAY 'HORA FIM (HHMM)......: '
            ACCEPT WS-FIM-ALVO
            IF WS-FIM-ALVO <= WS-INI-ALVO
                DISPLAY 'HORA FIM DEVE SER MAIOR QUE A DE INICIO.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'CODIGO DA SALA.......: '
            ACCEPT WS-SALA-ALVO
            PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
            IF WS-POS-SALA = 0
                DISPLAY 'SALA NAO CADASTRADA.'
                GO TO 3000-FIM
            END-IF
            IF WS-SAL-SIT(WS-POS-SALA) = 'I'
                DISPLAY 'SALA INATIVA.'
                GO TO 3000-FIM
            END-IF

            MOVE 0 TO WS-POS-PRV
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRV
                IF WS-PRV-TURMA(WS-IDX) = WS-CODIGO-ALVO
                   AND WS-PRV-TIPO(WS-IDX) = WS-TIPO-ALVO
                    MOVE WS-IDX TO WS-POS-PRV
                    MOVE WS-QTD-PRV TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-PRV > 0
                DISPLAY 'TURMA JA TEM PROVA ' WS-TIPO-ALVO
                        ' MARCADA EM ' WS-PRV-DATA(WS-POS-PRV)
                        ' - REMOVA ANTES DE REMARCAR.'
                GO TO 3000-FIM
            END-IF

            PERFORM 3050-CONFERE-CALENDARIO THRU 3050-FIM
            IF HA-CONFLITO
                GO TO 3000-FIM
            END-IF
            PERFORM 1700-CONTA-INSCRITOS THRU 1700-FIM
            IF WS-QTD-INSCRITOS > WS-SAL-CAP(WS-POS-SALA)
                DISPLAY 'SALA ' WS-SALA-ALVO ' COMPORTA '
                        WS-SAL-CAP(WS-POS-SALA) ' LUGARES E A TURMA '
                        'TEM ' WS-QTD-INSCRITOS ' INSCRITOS.'
                GO TO 3000-FIM
            END-IF
            PERFORM 3100-CONFERE-SALA THRU 3100-FIM
            IF HA-CONFLITO
                GO TO 3000-FIM
            END-IF
            PERFORM 3200-CONFERE-ALUNOS THRU 3200-FIM
            IF HA-CONFLITO
                GO TO 3000-FIM
            END-IF

            IF WS-QTD-PRV >= 1000
                DISPLAY 'TABELA DE PROVAS CHEIA.'
                GO TO 3000-FIM
            END-IF
            ADD 1 TO WS-QTD-PRV
            MOVE WS-CODIGO-ALVO TO WS-PRV-TURMA(WS-QTD-PRV)
            MOVE WS-TIPO-ALVO TO WS-PRV-TIPO(WS-QTD-PRV)
            MOVE WS-DATA-ALVO TO WS-PRV-DATA(WS-QTD-PRV)
            MOVE WS-INI-ALVO TO WS-PRV-INI(WS-QTD-PRV)
            MOVE WS-FIM-ALVO TO WS-PRV-FIM-H(WS-QTD-PRV)
            MOVE WS-SALA-ALVO TO WS-PRV-SALA(WS-QTD-PRV)
            PERFORM 7000-REGRAVA-PROVAS THRU 7000-FIM
            DISPLAY 'PROVA ' WS-TIPO-ALVO ' INCLUIDA PARA A TURMA '
                    WS-CODIGO-ALVO ' EM ' WS-DATA-ALVO

            MOVE 'PROVA-INCLUSAO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING WS-CODIGO-ALVO ' ' WS-TIPO-ALVO ' ' WS-DATA-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3050-CONFERE-CALENDARIO  --  RECUSA PROVA EM FERIADO
      *                                (CAL-REG-FERIADO) OU FORA DE
      *                                PERIODO LETIVO, PELA SUBROTINA
      *                                CALENDARIOLETIVO.
      ******************************************************************
       3050-CONFERE-CALENDARIO.
            MOVE 0 TO WS-CONFLITO
            MOVE WS-DATA-ALVO TO CAL-DATA OF WS-CAL-PARM
            MOVE WS-TUR-PERIODO(WS-POS-TURMA) TO
                 CAL-PERIODO OF WS-CAL-PARM
            CALL 'CALENDARIOLETIVO' USING WS-CAL-PARM
            EVALUATE TRUE
                WHEN CAL-FERIADO OF WS-CAL-PARM
                    DISPLAY 'DATA ' WS-DATA-ALVO ' E FERIADO NO '
                            'CALENDARIO.'
                    MOVE 1 TO WS-CONFLITO
                WHEN CAL-EM-RECESSO OF WS-CAL-PARM
                    DISPLAY 'DATA ' WS-DATA-ALVO ' FORA DO PERIODO '
                            'LETIVO.'
                    MOVE 1 TO WS-CONFLITO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       3050-FIM.
            EXIT.

      ******************************************************************
      * 3100-CONFERE-SALA  --  RECUSA A INCLUSAO QUANDO A SALA ALVO JA
      *                          TEM OUTRA PROVA NA MESMA DATA COM
      *                          HORARIO SOBREPOSTO.
      ******************************************************************
       3100-CONFERE-SALA.
            MOVE 0 TO WS-CONFLITO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRV
                IF WS-PRV-SALA(WS-IDX) = WS-SALA-ALVO
                   AND WS-PRV-DATA(WS-IDX) = WS-DATA-ALVO
                   AND WS-PRV-INI(WS-IDX) < WS-FIM-ALVO
                   AND WS-INI-ALVO < WS-PRV-FIM-H(WS-IDX)
                    MOVE 1 TO WS-CONFLITO
                    DISPLAY 'SALA ' WS-SALA-ALVO ' JA OCUPADA PELA '
                            'PROVA ' WS-PRV-TIPO(WS-IDX) ' DA TURMA '
                            WS-PRV-TURMA(WS-IDX) ' NO MESMO HORARIO.'
                    MOVE WS-QTD-PRV TO WS-IDX
                END-IF
            END-PERFORM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-CONFERE-ALUNOS  --  RECUSA A INCLUSAO QUANDO ALGUM ALUNO
      *                            DA TURMA ALVO JA TEM PROVA DE OUTRA
      *                            TURMA NA MESMA DATA COM HORARIO
      *                            SOBREPOSTO; LISTA TODOS OS ALUNOS
      *                            EM CHOQUE.
      ******************************************************************
       3200-CONFERE-ALUNOS.
            MOVE 0 TO WS-CONFLITO
            MOVE ZEROS TO WS-QTD-CHOQUES
            MOVE WS-CODIGO-ALVO TO WS-TURMA-A
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-PRV
                IF WS-PRV-DATA(WS-IDX-2) = WS-DATA-ALVO
                   AND WS-PRV-INI(WS-IDX-2) < WS-FIM-ALVO
                   AND WS-INI-ALVO < WS-PRV-FIM-H(WS-IDX-2)
                   AND WS-PRV-TURMA(WS-IDX-2) NOT = WS-CODIGO-ALVO
                    MOVE WS-PRV-TURMA(WS-IDX-2) TO WS-TURMA-B
                    PERFORM 8100-CONFLITO-ALUNOS THRU 8100-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-CHOQUES > 0
                MOVE 1 TO WS-CONFLITO
                DISPLAY 'PROVA NAO INCLUIDA - ' WS-QTD-CHOQUES
                        ' ALUNO(S) COM OUTRA PROVA NO MESMO HORARIO.'
            END-IF.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 4000-REMOVER-PROVA  --  REMOVE A PROVA DE UM TIPO DA TURMA.
      ******************************************************************
       4000-REMOVER-PROVA.
            DISPLAY 'CODIGO DA TURMA......: '
            ACCEPT WS-CODIGO-ALVO
            DISPLAY 'TIPO DA PROVA........: '
            ACCEPT WS-TIPO-ALVO

            MOVE 0 TO WS-POS-PRV
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRV
                IF WS-PRV-TURMA(WS-IDX) = WS-CODIGO-ALVO
                   AND WS-PRV-TIPO(WS-IDX) = WS-TIPO-ALVO
                    MOVE WS-IDX TO WS-POS-PRV
                    MOVE WS-QTD-PRV TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-PRV = 0
                DISPLAY 'PROVA NAO ENCONTRADA.'
                GO TO 4000-FIM
            END-IF

            MOVE 'PROVA-REMOCAO' TO AUD-CAMPO
            STRING WS-CODIGO-ALVO ' ' WS-TIPO-ALVO ' '
                   WS-PRV-DATA(WS-POS-PRV)
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE SPACES TO AUD-VALOR-NOVO

            PERFORM VARYING WS-IDX FROM WS-POS-PRV BY 1
                    UNTIL WS-IDX >= WS-QTD-PRV
                MOVE WS-PRV-TAB(WS-IDX + 1) TO WS-PRV-TAB(WS-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-QTD-PRV
            PERFORM 7000-REGRAVA-PROVAS THRU 7000-FIM
            DISPLAY 'PROVA REMOVIDA.'
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA O CALENDARIO DE PROVAS.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'TURMA    TP DATA     INICIO FIM  SALA'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRV
                DISPLAY WS-PRV-TURMA(WS-IDX) ' '
                        WS-PRV-TIPO(WS-IDX) ' '
                        WS-PRV-DATA(WS-IDX) ' '
                        WS-PRV-INI(WS-IDX) '   '
                        WS-PRV-FIM-H(WS-IDX) ' '
                        WS-PRV-SALA(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 8000-RELATORIO-CONFLITOS  --  VARRE O CALENDARIO INTEIRO E
      *                                 APONTA: SALA COM DUAS PROVAS NO
      *                                 MESMO HORARIO, SALA SEM LUGARES
      *                                 PARA OS INSCRITOS DA TURMA E
      *                                 ALUNO COM DUAS PROVAS AO MESMO
      *                                 TEMPO (CALENDARIO MONTADO ANTES
      *                                 DE NOVAS INSCRICOES).
      ******************************************************************
       8000-RELATORIO-CONFLITOS.
            MOVE 0 TO WS-QTD-CONFLITOS
            DISPLAY ' '
            DISPLAY '*** RELATORIO DE CONFLITOS DO CALENDARIO DE '
                    'PROVAS ***'
            PERFORM VARYING WS-IDX-4 FROM 1 BY 1
                    UNTIL WS-IDX-4 > WS-QTD-PRV
                MOVE WS-PRV-TURMA(WS-IDX-4) TO WS-CODIGO-ALVO
                MOVE WS-PRV-SALA(WS-IDX-4) TO WS-SALA-ALVO
                PERFORM 1700-CONTA-INSCRITOS THRU 1700-FIM
                PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
                IF WS-POS-SALA > 0
                    IF WS-QTD-INSCRITOS > WS-SAL-CAP(WS-POS-SALA)
                        ADD 1 TO WS-QTD-CONFLITOS
                        DISPLAY 'SALA ' WS-SALA-ALVO ' ('
                                WS-SAL-CAP(WS-POS-SALA) ' LUGARES) '
                                'NAO COMPORTA OS ' WS-QTD-INSCRITOS
                                ' INSCRITOS DA TURMA '
                                WS-CODIGO-ALVO '.'
                    END-IF
                END-IF
                PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                        UNTIL WS-IDX-2 > WS-QTD-PRV
                    IF WS-IDX-2 > WS-IDX-4
                       AND WS-PRV-DATA(WS-IDX-2) =
                           WS-PRV-DATA(WS-IDX-4)
                       AND WS-PRV-INI(WS-IDX-2) <
                           WS-PRV-FIM-H(WS-IDX-4)
                       AND WS-PRV-INI(WS-IDX-4) <
                           WS-PRV-FIM-H(WS-IDX-2)
                        IF WS-PRV-SALA(WS-IDX-4) =
                           WS-PRV-SALA(WS-IDX-2)
                            ADD 1 TO WS-QTD-CONFLITOS
                            DISPLAY 'SALA ' WS-PRV-SALA(WS-IDX-4)
                                    ' EM ' WS-PRV-DATA(WS-IDX-4)
                                    ': PROVAS DAS TURMAS '
                                    WS-PRV-TURMA(WS-IDX-4) ' E '
                                    WS-PRV-TURMA(WS-IDX-2)
                                    ' SOBREPOSTAS.'
                        END-IF
                        IF WS-PRV-TURMA(WS-IDX-4) NOT =
                           WS-PRV-TURMA(WS-IDX-2)
                            MOVE WS-PRV-TURMA(WS-IDX-4) TO WS-TURMA-A
                            MOVE WS-PRV-TURMA(WS-IDX-2) TO WS-TURMA-B
                            MOVE ZEROS TO WS-QTD-CHOQUES
                            PERFORM 8100-CONFLITO-ALUNOS THRU 8100-FIM
                            ADD WS-QTD-CHOQUES TO WS-QTD-CONFLITOS
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM
            IF WS-QTD-CONFLITOS = 0
                DISPLAY 'NENHUM CONFLITO ENCONTRADO.'
            ELSE
                DISPLAY 'CONFLITOS ENCONTRADOS: ' WS-QTD-CONFLITOS
            END-IF.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 8100-CONFLITO-ALUNOS  --  APONTA OS ALUNOS INSCRITOS (NAO
      *                             CANCELADOS) NAS DUAS TURMAS
      *                             WS-TURMA-A E WS-TURMA-B, CUJAS
      *                             PROVAS SE SOBREPOEM; SOMA EM
      *                             WS-QTD-CHOQUES.
      ******************************************************************
       8100-CONFLITO-ALUNOS.
            PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                    UNTIL WS-IDX-3 > WS-QTD-VINC
                IF WS-VINC-TURMA(WS-IDX-3) = WS-TURMA-A
                   AND WS-VINC-SIT(WS-IDX-3) NOT = 'C'
                    PERFORM 8150-ALUNO-NA-OUTRA THRU 8150-FIM
                END-IF
            END-PERFORM.
       8100-FIM.
            EXIT.

      ******************************************************************
      * 8150-ALUNO-NA-OUTRA  --  CONFERE SE O ALUNO DO VINCULO CORRENTE
      *                            (WS-IDX-3) TAMBEM ESTA INSCRITO EM
      *                            WS-TURMA-B E APONTA O CHOQUE.
      ******************************************************************
       8150-ALUNO-NA-OUTRA.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VINC
                IF WS-VINC-TURMA(WS-IDX) = WS-TURMA-B
                   AND WS-VINC-CD(WS-IDX) = WS-VINC-CD(WS-IDX-3)
                   AND WS-VINC-SIT(WS-IDX) NOT = 'C'
                    ADD 1 TO WS-QTD-CHOQUES
                    DISPLAY 'ALUNO ' WS-VINC-CD(WS-IDX-3)
                            ' COM PROVAS DAS TURMAS '
                            WS-TURMA-A ' E ' WS-TURMA-B
                            ' NO MESMO HORARIO.'
                    MOVE WS-QTD-VINC TO WS-IDX
                END-IF
            END-PERFORM.
       8150-FIM.
            EXIT.

      ******************************************************************
      * 8500-LISTA-ENSALAMENTO  --  LISTA DE ENSALAMENTO PARA OS
      *                               FISCAIS (DD_LISTA_FISCAL): POR
      *                               SALA, CADA PROVA DA DATA
      *                               INFORMADA (ZERO = TODAS) COM OS
      *                               ALUNOS INSCRITOS, O NUMERO DO
      *                               LUGAR E O ESPACO PARA ASSINATURA.
      ******************************************************************
       8500-LISTA-ENSALAMENTO.
            DISPLAY 'DATA DAS PROVAS (AAAAMMDD, ZERO = TODAS): '
            ACCEPT WS-DATA-ALVO
            IF WS-DATA-ALVO NOT NUMERIC
                MOVE ZEROS TO WS-DATA-ALVO
            END-IF

            OPEN OUTPUT LISTA-FISCAL
            IF NOT LST-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-LST-DD ' - FILE STATUS: '
                        WS-LST-FS
                GO TO 8500-FIM
            END-IF
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            MOVE ZEROS TO WS-QTD-LISTAS
            PERFORM VARYING WS-POS-SALA FROM 1 BY 1
                    UNTIL WS-POS-SALA > WS-QTD-SALAS
                PERFORM VARYING WS-IDX-4 FROM 1 BY 1
                        UNTIL WS-IDX-4 > WS-QTD-PRV
                    IF WS-PRV-SALA(WS-IDX-4) =
                       WS-SAL-CODIGO(WS-POS-SALA)
                       AND (WS-DATA-ALVO = ZEROS
                            OR WS-PRV-DATA(WS-IDX-4) = WS-DATA-ALVO)
                        PERFORM 8600-LISTA-SALA-PROVA THRU 8600-FIM
                    END-IF
                END-PERFORM
            END-PERFORM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
                MOVE 0 TO WS-EST-ABERTO
            END-IF
            CLOSE LISTA-FISCAL
            DISPLAY 'LISTAS DE ENSALAMENTO GERADAS: ' WS-QTD-LISTAS
                    ' EM ' WS-LST-DD.
       8500-FIM.
            EXIT.

      ******************************************************************
      * 8600-LISTA-SALA-PROVA  --  UMA FOLHA DE FISCAL: CABECALHO DA
      *                              SALA/PROVA (WS-IDX-4) E UMA LINHA
      *                              POR ALUNO INSCRITO NA TURMA.
      ******************************************************************
       8600-LISTA-SALA-PROVA.
            ADD 1 TO WS-QTD-LISTAS
            MOVE WS-PRV-TURMA(WS-IDX-4) TO WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM

            MOVE ALL '-' TO LST-LINHA
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            STRING 'SALA ' WS-SAL-CODIGO(WS-POS-SALA) ' - '
                   WS-SAL-DESC(WS-POS-SALA)
                   ' - CAPACIDADE ' WS-SAL-CAP(WS-POS-SALA)
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            STRING 'PROVA ' WS-PRV-TIPO(WS-IDX-4)
                   ' - DATA ' WS-PRV-DATA(WS-IDX-4)
                   ' - DAS ' WS-PRV-INI(WS-IDX-4)
                   ' AS ' WS-PRV-FIM-H(WS-IDX-4)
                   ' - TURMA ' WS-CODIGO-ALVO
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            IF WS-POS-TURMA > 0
                MOVE SPACES TO LST-LINHA
                STRING 'MATERIA ' WS-TUR-MATERIA(WS-POS-TURMA)
                       ' - PERIODO ' WS-TUR-PERIODO(WS-POS-TURMA)
                       DELIMITED BY SIZE INTO LST-LINHA
                END-STRING
                WRITE LST-LINHA
            END-IF
            MOVE SPACES TO LST-LINHA
            WRITE LST-LINHA
            MOVE 'LUGAR  MATRIC.  NOME                  ASSINATURA'
                TO LST-LINHA
            WRITE LST-LINHA

            MOVE ZEROS TO WS-LUGAR
            PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                    UNTIL WS-IDX-3 > WS-QTD-VINC
                IF WS-VINC-TURMA(WS-IDX-3) = WS-CODIGO-ALVO
                   AND WS-VINC-SIT(WS-IDX-3) NOT = 'C'
                    ADD 1 TO WS-LUGAR
                    MOVE '(SEM CADASTRO)' TO WS-NOME-TRAB
                    IF ESTUDANTE-ABERTO
                        MOVE WS-VINC-CD(WS-IDX-3) TO CD-STUDENT
                        READ ESTUDANTE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE NM-STUDENT TO WS-NOME-TRAB
                        END-READ
                    END-IF
                    MOVE SPACES TO LST-LINHA
                    STRING WS-LUGAR '    ' WS-VINC-CD(WS-IDX-3)
                           '    ' WS-NOME-TRAB '  '
                           '______________________________'
                           DELIMITED BY SIZE INTO LST-LINHA
                    END-STRING
                    WRITE LST-LINHA
                END-IF
            END-PERFORM

            MOVE SPACES TO LST-LINHA
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            STRING 'TOTAL DE ALUNOS: ' WS-LUGAR
                   '      PRESENTES: ______   AUSENTES: ______'
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            MOVE 'FISCAL: ______________________________' TO LST-LINHA
            WRITE LST-LINHA.
       8600-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-PROVAS  --  REGRAVA O CALENDARIO DE PROVAS INTEIRO
      *                            A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-PROVAS.
            OPEN OUTPUT PROVAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRV
                MOVE WS-PRV-TURMA(WS-IDX) TO PRV-TURMA-CODIGO
                MOVE WS-PRV-TIPO(WS-IDX)  TO PRV-TIPO
                MOVE WS-PRV-DATA(WS-IDX)  TO PRV-DATA
                MOVE WS-PRV-INI(WS-IDX)   TO PRV-HORA-INICIO
                MOVE WS-PRV-FIM-H(WS-IDX) TO PRV-HORA-FIM
                MOVE WS-PRV-SALA(WS-IDX)  TO PRV-SALA
                WRITE REG-PROVA
            END-PERFORM
            CLOSE PROVAS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DO CALENDARIO DE
      *                            PROVAS (SEM CD-STUDENT ENVOLVIDO).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'T' TO AUD-COD-TRANS
            MOVE ZEROS TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOPROVA.
