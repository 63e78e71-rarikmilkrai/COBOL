      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MANUTENCAO DO REGISTRO DE AUSENCIAS DE PROFESSOR E DE
      *         AULAS DE REPOSICAO (FD_REPOSICAO_AULA,
      *         REPOSICOES_AULA.TXT), NOS MOLDES DO MANUTENCAOPROVA:
      *         (A)USENCIA REGISTRA A AULA DA GRADE QUE NAO FOI DADA
      *         (HORARIO DA GRADE NAQUELE DIA DA SEMANA, PROFESSOR DA
      *         TURMA NA DATA PELO PROF_TURMA.TXT); (R)EPOSICAO
      *         REGISTRA A AULA EXTRA, RECUSADA EM FERIADO OU FORA DO
      *         PERIODO LETIVO (CALENDARIOLETIVO), COM SALA OPCIONAL E
      *         A DATA DA AUSENCIA QUE ELA REPOE; (X) CANCELA UM
      *         LANCAMENTO (A LINHA FICA MARCADA). PERIODO JA FECHADO
      *         (PERIODOS_FECHADOS.TXT) NAO ACEITA LANCAMENTO. O
      *         REGISTRO ALIMENTA A APURACAO DA CARGA HORARIA CUMPRIDA
      *         (APURACARGAHORARIA).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOREPOSICAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOSICOES ASSIGN TO DYNAMIC WS-RAU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RAU-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT HORARIOS ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT SALAS ASSIGN TO DYNAMIC WS-SAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAL-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PERIODOS-FECHADOS ASSIGN TO DYNAMIC WS-FEC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPOSICOES.
          COPY FD_REPOSICAO_AULA.

       FD TURMAS.
          COPY FD_TURMA.

       FD HORARIOS.
          COPY FD_HORARIO_TURMA.

       FD SALAS.
          COPY FD_SALA.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PERIODOS-FECHADOS.
          COPY FD_PERIODO_FECHADO.

       WORKING-STORAGE SECTION.
       01 WS-RAU-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-SAL-DD                PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-FEC-DD                PIC X(100) VALUE SPACES.
       77 WS-RAU-FS                PIC XX VALUE SPACES.
          88 RAU-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-SAL-FS                PIC XX VALUE SPACES.
          88 SAL-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-FEC-FS                PIC XX VALUE SPACES.
          88 FEC-FS-OK             VALUE '00'.
       77 WS-RAU-EOF               PIC X VALUE 'N'.
          88 RAU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HOR-EOF               PIC X VALUE 'N'.
          88 HOR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SAL-EOF               PIC X VALUE 'N'.
          88 SAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PTU-EOF               PIC X VALUE 'N'.
          88 PTU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-FEC-EOF               PIC X VALUE 'N'.
          88 FEC-FIM-ARQUIVO       VALUE 'F'.

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
             88 TRANS-AUSENCIA     VALUE 'A' 'a'.
             88 TRANS-REPOSICAO    VALUE 'R' 'r'.
             88 TRANS-CANCELAR     VALUE 'X' 'x'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-REGISTRO.
          05 WS-QTD-RAU            PIC 9(04) VALUE 0.
          05 WS-RAU-TAB OCCURS 3000 TIMES.
             10 WS-RAU-TURMA       PIC X(08).
             10 WS-RAU-PERIODO     PIC X(06).
             10 WS-RAU-TIPO        PIC X(01).
             10 WS-RAU-DATA        PIC 9(08).
             10 WS-RAU-INI         PIC 9(04).
             10 WS-RAU-FIM-H       PIC 9(04).
             10 WS-RAU-SALA        PIC X(06).
             10 WS-RAU-PROF        PIC X(06).
             10 WS-RAU-ORIGEM      PIC 9(08).
             10 WS-RAU-MOTIVO      PIC X(30).
             10 WS-RAU-SIT         PIC X(01).
             10 WS-RAU-OPER        PIC X(20).
             10 WS-RAU-DT-REG      PIC 9(08).

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 100 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-STATUS      PIC X(01).

       01 WS-TABELA-GRADE.
          05 WS-QTD-HOR            PIC 9(04) VALUE 0.
          05 WS-HOR-TAB OCCURS 1000 TIMES.
             10 WS-HOR-TURMA       PIC X(08).
             10 WS-HOR-DIA         PIC 9(01).
             10 WS-HOR-INI         PIC 9(04).
             10 WS-HOR-FIM-H       PIC 9(04).
             10 WS-HOR-SALA        PIC X(06).

       01 WS-TABELA-SALAS.
          05 WS-QTD-SALAS          PIC 9(03) VALUE 0.
          05 WS-SAL-TAB OCCURS 100 TIMES.
             10 WS-SAL-CODIGO      PIC X(06).
             10 WS-SAL-SIT         PIC X(01).

       01 WS-TABELA-PROF.
          05 WS-QTD-PTU            PIC 9(04) VALUE 0.
          05 WS-PTU-TAB OCCURS 1000 TIMES.
             10 WS-PTU-TURMA       PIC X(08).
             10 WS-PTU-PROF        PIC X(06).
             10 WS-PTU-INICIO      PIC 9(08).
             10 WS-PTU-FIM         PIC 9(08).

       01 WS-TABELA-FECHADOS.
          05 WS-QTD-FEC            PIC 9(02) VALUE 0.
          05 WS-FEC-PERIODO-TAB OCCURS 20 TIMES PIC X(06).

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-SALA-ALVO             PIC X(06) VALUE SPACES.
       77 WS-PROF-ALVO             PIC X(06) VALUE SPACES.
       77 WS-TIPO-ALVO             PIC X(01) VALUE SPACES.
          88 TIPO-ALVO-VALIDO      VALUE 'A' 'R'.
       77 WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       77 WS-ORIGEM-ALVO           PIC 9(08) VALUE ZEROS.
       77 WS-INI-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-FIM-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-MOTIVO-ALVO           PIC X(30) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-DATA             PIC 9(07) VALUE ZEROS.
       77 WS-DIA-ALVO              PIC 9(01) VALUE ZEROS.
       77 WS-POS-TURMA             PIC 9(03) VALUE ZEROS.
       77 WS-POS-SALA              PIC 9(03) VALUE ZEROS.
       77 WS-POS-RAU               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-CONFLITO              PIC 9 VALUE 0.
          88 HA-CONFLITO           VALUE 1.
       77 WS-QTD-LISTADOS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOREPOSICAO - AUSENCIAS/REPOSICOES  *'
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

            ACCEPT WS-RAU-DD FROM ENVIRONMENT 'DD_REPOSICOES_AULA'
            IF WS-RAU-DD = SPACES
                MOVE 'REPOSICOES_AULA.TXT' TO WS-RAU-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-HOR-DD FROM ENVIRONMENT 'DD_HORARIOS_TURMA'
            IF WS-HOR-DD = SPACES
                MOVE 'HORARIOS_TURMA.TXT' TO WS-HOR-DD
            END-IF
            ACCEPT WS-SAL-DD FROM ENVIRONMENT 'DD_SALAS'
            IF WS-SAL-DD = SPACES
                MOVE 'SALAS.TXT' TO WS-SAL-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-FEC-DD FROM ENVIRONMENT 'DD_PERIODOS_FECHADOS'
            IF WS-FEC-DD = SPACES
                MOVE 'PERIODOS_FECHADOS.TXT' TO WS-FEC-DD
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 1000-CARREGA-REGISTRO THRU 1000-FIM
            PERFORM 1100-CARREGA-TURMAS THRU 1100-FIM
            PERFORM 1200-CARREGA-GRADE THRU 1200-FIM
            PERFORM 1300-CARREGA-SALAS THRU 1300-FIM
            PERFORM 1400-CARREGA-PROFESSORES THRU 1400-FIM
            PERFORM 1500-CARREGA-FECHADOS THRU 1500-FIM

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** AUSENCIAS DE PROFESSOR E REPOSICOES ***'
                DISPLAY '(A)USENCIA DO PROFESSOR   (R)EPOSICAO'
                DISPLAY '(X) CANCELAR LANCAMENTO   (L)ISTAR TURMA'
                DISPLAY '(F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-AUSENCIA
                        PERFORM 3000-REGISTRA-AUSENCIA THRU 3000-FIM
                    WHEN TRANS-REPOSICAO
                        PERFORM 4000-REGISTRA-REPOSICAO THRU 4000-FIM
                    WHEN TRANS-CANCELAR
                        PERFORM 5000-CANCELA-LANCAMENTO THRU 5000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
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
      * 1000-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE AUSENCIAS E
      *                              REPOSICOES INTEIRO EM MEMORIA.
      ******************************************************************
       1000-CARREGA-REGISTRO.
            OPEN INPUT REPOSICOES
            IF NOT RAU-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-RAU-EOF
            PERFORM UNTIL RAU-FIM-ARQUIVO
                READ REPOSICOES
                    AT END
                        MOVE 'F' TO WS-RAU-EOF
                    NOT AT END
                        IF WS-QTD-RAU < 3000
                            ADD 1 TO WS-QTD-RAU
                            MOVE RAU-TURMA-CODIGO TO
                                 WS-RAU-TURMA(WS-QTD-RAU)
                            MOVE RAU-PERIODO TO
                                 WS-RAU-PERIODO(WS-QTD-RAU)
                            MOVE RAU-TIPO TO WS-RAU-TIPO(WS-QTD-RAU)
                            MOVE RAU-DATA TO WS-RAU-DATA(WS-QTD-RAU)
                            MOVE RAU-HORA-INICIO TO
                                 WS-RAU-INI(WS-QTD-RAU)
                            MOVE RAU-HORA-FIM TO
                                 WS-RAU-FIM-H(WS-QTD-RAU)
                            MOVE RAU-SALA TO WS-RAU-SALA(WS-QTD-RAU)
                            MOVE RAU-PROF-CODIGO TO
                                 WS-RAU-PROF(WS-QTD-RAU)
                            MOVE RAU-DATA-ORIGEM TO
                                 WS-RAU-ORIGEM(WS-QTD-RAU)
                            MOVE RAU-MOTIVO TO
                                 WS-RAU-MOTIVO(WS-QTD-RAU)
                            MOVE RAU-SITUACAO TO
                                 WS-RAU-SIT(WS-QTD-RAU)
                            MOVE RAU-OPERADOR TO
                                 WS-RAU-OPER(WS-QTD-RAU)
                            MOVE RAU-DT-REGISTRO TO
                                 WS-RAU-DT-REG(WS-QTD-RAU)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REPOSICOES.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-TURMAS  --  CARREGA O CADASTRO DE TURMAS.
      ******************************************************************
       1100-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1100-FIM
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
                            MOVE TURMA-PERIODO TO
                                 WS-TUR-PERIODO(WS-QTD-TURMAS)
                            MOVE TURMA-STATUS TO
                                 WS-TUR-STATUS(WS-QTD-TURMAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-GRADE  --  CARREGA A GRADE DE HORARIOS (HORARIO E
      *                           SALA DA AULA QUE O PROFESSOR FALTOU).
      ******************************************************************
       1200-CARREGA-GRADE.
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
                        IF WS-QTD-HOR < 1000
                            ADD 1 TO WS-QTD-HOR
                            MOVE HOR-TURMA-CODIGO TO
                                 WS-HOR-TURMA(WS-QTD-HOR)
                            MOVE HOR-DIA-SEMANA TO
                                 WS-HOR-DIA(WS-QTD-HOR)
                            MOVE HOR-HORA-INICIO TO
                                 WS-HOR-INI(WS-QTD-HOR)
                            MOVE HOR-HORA-FIM TO
                                 WS-HOR-FIM-H(WS-QTD-HOR)
                            MOVE HOR-SALA TO WS-HOR-SALA(WS-QTD-HOR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIOS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-SALAS  --  CARREGA O CADASTRO DE SALAS (SALA DA
      *                           REPOSICAO).
      ******************************************************************
       1300-CARREGA-SALAS.
            OPEN INPUT SALAS
            IF NOT SAL-FS-OK
                GO TO 1300-FIM
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
                            MOVE SAL-STATUS TO
                                 WS-SAL-SIT(WS-QTD-SALAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALAS.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-PROFESSORES  --  CARREGA AS ATRIBUICOES DE
      *                                 PROFESSOR POR TURMA.
      ******************************************************************
       1400-CARREGA-PROFESSORES.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-PTU-EOF
            PERFORM UNTIL PTU-FIM-ARQUIVO
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-PTU-EOF
                    NOT AT END
                        IF WS-QTD-PTU < 1000
                            ADD 1 TO WS-QTD-PTU
                            MOVE PTU-TURMA-CODIGO TO
                                 WS-PTU-TURMA(WS-QTD-PTU)
                            MOVE PTU-PROF-CODIGO TO
                                 WS-PTU-PROF(WS-QTD-PTU)
                            MOVE PTU-DT-INICIO TO
                                 WS-PTU-INICIO(WS-QTD-PTU)
                            MOVE PTU-DT-FIM TO
                                 WS-PTU-FIM(WS-QTD-PTU)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-FECHADOS  --  CARREGA OS PERIODOS JA FECHADOS PELO
      *                              FECHAPERIODO. SEM O ARQUIVO, NADA
      *                              ESTA FECHADO.
      ******************************************************************
       1500-CARREGA-FECHADOS.
            OPEN INPUT PERIODOS-FECHADOS
            IF NOT FEC-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-FEC-EOF
            PERFORM UNTIL FEC-FIM-ARQUIVO
                READ PERIODOS-FECHADOS
                    AT END
                        MOVE 'F' TO WS-FEC-EOF
                    NOT AT END
                        IF WS-QTD-FEC < 20
                            ADD 1 TO WS-QTD-FEC
                            MOVE FEC-PERIODO TO
                                 WS-FEC-PERIODO-TAB(WS-QTD-FEC)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PERIODOS-FECHADOS.
       1500-FIM.
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
      * 1700-LOCALIZA-LANCAMENTO  --  PROCURA LANCAMENTO VALIDO DA
      *                                 TURMA/DATA/TIPO ALVO.
      ******************************************************************
       1700-LOCALIZA-LANCAMENTO.
            MOVE 0 TO WS-POS-RAU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RAU
                IF WS-RAU-TURMA(WS-IDX) = WS-CODIGO-ALVO
                   AND WS-RAU-DATA(WS-IDX) = WS-DATA-ALVO
                   AND WS-RAU-TIPO(WS-IDX) = WS-TIPO-ALVO
                   AND WS-RAU-SIT(WS-IDX) NOT = 'C'
                    MOVE WS-IDX TO WS-POS-RAU
                    MOVE WS-QTD-RAU TO WS-IDX
                END-IF
            END-PERFORM.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 2000-PEDE-TURMA-DATA  --  PEDE TURMA E DATA COMUNS AOS DOIS
      *                             LANCAMENTOS; RECUSA TURMA INATIVA,
      *                             PERIODO FECHADO E DATA INVALIDA.
      ******************************************************************
       2000-PEDE-TURMA-DATA.
            MOVE 1 TO WS-CONFLITO
            DISPLAY 'CODIGO DA TURMA......: '
            ACCEPT WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA = 0
                DISPLAY 'TURMA NAO ENCONTRADA.'
                GO TO 2000-FIM
            END-IF
            IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                DISPLAY 'TURMA INATIVA.'
                GO TO 2000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FEC
                IF WS-FEC-PERIODO-TAB(WS-IDX) =
                   WS-TUR-PERIODO(WS-POS-TURMA)
                    DISPLAY 'PERIODO ' WS-TUR-PERIODO(WS-POS-TURMA)
                            ' JA FECHADO - LANCAMENTO RECUSADO.'
                    GO TO 2000-FIM
                END-IF
            END-PERFORM
            DISPLAY 'DATA DA AULA (AAAAMMDD): '
            ACCEPT WS-DATA-ALVO
            IF WS-DATA-ALVO NOT NUMERIC OR WS-DATA-ALVO = ZEROS
                DISPLAY 'DATA INVALIDA.'
                GO TO 2000-FIM
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ALVO) NOT = 0
                DISPLAY 'DATA INVALIDA.'
                GO TO 2000-FIM
            END-IF
            COMPUTE WS-DIAS-DATA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO)
            COMPUTE WS-DIA-ALVO = FUNCTION MOD(WS-DIAS-DATA - 1, 7) + 1
            MOVE 0 TO WS-CONFLITO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-PROFESSOR-NA-DATA  --  PROFESSOR ATRIBUIDO A TURMA NA DATA
      *                               ALVO (LINHA DO PROF_TURMA VIGENTE
      *                               NAQUELA DATA).
      ******************************************************************
       2100-PROFESSOR-NA-DATA.
            MOVE SPACES TO WS-PROF-ALVO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PTU
                IF WS-PTU-TURMA(WS-IDX) = WS-CODIGO-ALVO
                   AND WS-PTU-INICIO(WS-IDX) <= WS-DATA-ALVO
                   AND (WS-PTU-FIM(WS-IDX) = ZEROS
                        OR WS-PTU-FIM(WS-IDX) >= WS-DATA-ALVO)
                    MOVE WS-PTU-PROF(WS-IDX) TO WS-PROF-ALVO
                    MOVE WS-QTD-PTU TO WS-IDX
                END-IF
            END-PERFORM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-REGISTRA-AUSENCIA  --  REGISTRA A AULA DA GRADE NAO DADA
      *                               POR AUSENCIA DO PROFESSOR. O DIA
      *                               PRECISA TER AULA NA GRADE DA
      *                               TURMA; HORARIO E SALA VEM DELA.
      ******************************************************************
       3000-REGISTRA-AUSENCIA.
            PERFORM 2000-PEDE-TURMA-DATA THRU 2000-FIM
            IF HA-CONFLITO
                GO TO 3000-FIM
            END-IF
            MOVE 'A' TO WS-TIPO-ALVO
            PERFORM 1700-LOCALIZA-LANCAMENTO THRU 1700-FIM
            IF WS-POS-RAU > 0
                DISPLAY 'AUSENCIA JA REGISTRADA PARA A TURMA NESTA '
                        'DATA.'
                GO TO 3000-FIM
            END-IF

            MOVE ZEROS TO WS-INI-ALVO WS-FIM-ALVO
            MOVE SPACES TO WS-SALA-ALVO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-HOR
                IF WS-HOR-TURMA(WS-IDX) = WS-CODIGO-ALVO
                   AND WS-HOR-DIA(WS-IDX) = WS-DIA-ALVO
                    IF WS-INI-ALVO = ZEROS
                       OR WS-HOR-INI(WS-IDX) < WS-INI-ALVO
                        MOVE WS-HOR-INI(WS-IDX) TO WS-INI-ALVO
                        MOVE WS-HOR-SALA(WS-IDX) TO WS-SALA-ALVO
                    END-IF
                    IF WS-HOR-FIM-H(WS-IDX) > WS-FIM-ALVO
                        MOVE WS-HOR-FIM-H(WS-IDX) TO WS-FIM-ALVO
                    END-IF
                END-IF
            END-PERFORM
            IF WS-FIM-ALVO = ZEROS
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ' NAO TEM AULA NA '
                        'GRADE NESSE DIA DA SEMANA.'
                GO TO 3000-FIM
            END-IF
            PERFORM 2100-PROFESSOR-NA-DATA THRU 2100-FIM
            IF WS-PROF-ALVO = SPACES
                DISPLAY 'AVISO: TURMA SEM PROFESSOR ATRIBUIDO NA DATA.'
            ELSE
                DISPLAY 'PROFESSOR DA TURMA NA DATA: ' WS-PROF-ALVO
            END-IF
            DISPLAY 'MOTIVO...............: '
            ACCEPT WS-MOTIVO-ALVO
            MOVE ZEROS TO WS-ORIGEM-ALVO

            PERFORM 3900-INCLUI-LANCAMENTO THRU 3900-FIM
            IF HA-CONFLITO
                GO TO 3000-FIM
            END-IF
            DISPLAY 'AUSENCIA REGISTRADA: TURMA ' WS-CODIGO-ALVO
                    ' EM ' WS-DATA-ALVO ' ' WS-INI-ALVO '-'
                    WS-FIM-ALVO

            MOVE 'AUSENC-INCL' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING WS-CODIGO-ALVO ' ' WS-DATA-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3900-INCLUI-LANCAMENTO  --  ACRESCENTA O LANCAMENTO ALVO A
      *                               TABELA E REGRAVA O ARQUIVO.
      ******************************************************************
       3900-INCLUI-LANCAMENTO.
            MOVE 0 TO WS-CONFLITO
            IF WS-QTD-RAU >= 3000
                DISPLAY 'TABELA DE AUSENCIAS/REPOSICOES CHEIA.'
                MOVE 1 TO WS-CONFLITO
                GO TO 3900-FIM
            END-IF
            ADD 1 TO WS-QTD-RAU
            MOVE WS-CODIGO-ALVO TO WS-RAU-TURMA(WS-QTD-RAU)
            MOVE WS-TUR-PERIODO(WS-POS-TURMA) TO
                 WS-RAU-PERIODO(WS-QTD-RAU)
            MOVE WS-TIPO-ALVO TO WS-RAU-TIPO(WS-QTD-RAU)
            MOVE WS-DATA-ALVO TO WS-RAU-DATA(WS-QTD-RAU)
            MOVE WS-INI-ALVO TO WS-RAU-INI(WS-QTD-RAU)
            MOVE WS-FIM-ALVO TO WS-RAU-FIM-H(WS-QTD-RAU)
            MOVE WS-SALA-ALVO TO WS-RAU-SALA(WS-QTD-RAU)
            MOVE WS-PROF-ALVO TO WS-RAU-PROF(WS-QTD-RAU)
            MOVE WS-ORIGEM-ALVO TO WS-RAU-ORIGEM(WS-QTD-RAU)
            MOVE WS-MOTIVO-ALVO TO WS-RAU-MOTIVO(WS-QTD-RAU)
            MOVE 'V' TO WS-RAU-SIT(WS-QTD-RAU)
            MOVE WS-OPERADOR TO WS-RAU-OPER(WS-QTD-RAU)
            MOVE WS-DATA-HOJE TO WS-RAU-DT-REG(WS-QTD-RAU)
            PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM.
       3900-FIM.
            EXIT.

      ******************************************************************
      * 4000-REGISTRA-REPOSICAO  --  REGISTRA AULA DE REPOSICAO: DATA
      *                                LETIVA (NAO FERIADO, DENTRO DO
      *                                PERIODO), HORARIO VALIDO, SALA
      *                                ATIVA SE INFORMADA E, SE
      *                                INFORMADA, AUSENCIA DE ORIGEM
      *                                REGISTRADA PARA A TURMA.
      ******************************************************************
       4000-REGISTRA-REPOSICAO.
            PERFORM 2000-PEDE-TURMA-DATA THRU 2000-FIM
            IF HA-CONFLITO
                GO TO 4000-FIM
            END-IF
            MOVE WS-DATA-ALVO TO CAL-DATA OF WS-CAL-PARM
            MOVE WS-TUR-PERIODO(WS-POS-TURMA) TO
                 CAL-PERIODO OF WS-CAL-PARM
            CALL 'CALENDARIOLETIVO' USING WS-CAL-PARM
            IF CAL-FERIADO OF WS-CAL-PARM
                DISPLAY 'DATA ' WS-DATA-ALVO ' E FERIADO NO '
                        'CALENDARIO.'
                GO TO 4000-FIM
            END-IF
            IF CAL-EM-RECESSO OF WS-CAL-PARM
                DISPLAY 'DATA ' WS-DATA-ALVO ' FORA DO PERIODO '
                        'LETIVO.'
                GO TO 4000-FIM
            END-IF
            MOVE 'R' TO WS-TIPO-ALVO
            PERFORM 1700-LOCALIZA-LANCAMENTO THRU 1700-FIM
            IF WS-POS-RAU > 0
                DISPLAY 'REPOSICAO JA REGISTRADA PARA A TURMA NESTA '
                        'DATA.'
                GO TO 4000-FIM
            END-IF

            DISPLAY 'HORA INICIO (HHMM)...: '
            ACCEPT WS-INI-ALVO
            DISPLAY 'HORA FIM (HHMM)......: '
            ACCEPT WS-FIM-ALVO
            IF WS-FIM-ALVO <= WS-INI-ALVO
                DISPLAY 'HORA FIM DEVE SER MAIOR QUE A DE INICIO.'
                GO TO 4000-FIM
            END-IF
            DISPLAY 'SALA (BRANCO = SEM SALA): '
            ACCEPT WS-SALA-ALVO
            IF WS-SALA-ALVO NOT = SPACES
                PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
                IF WS-POS-SALA = 0
                    DISPLAY 'SALA NAO CADASTRADA.'
                    GO TO 4000-FIM
                END-IF
                IF WS-SAL-SIT(WS-POS-SALA) = 'I'
                    DISPLAY 'SALA INATIVA.'
                    GO TO 4000-FIM
                END-IF
            END-IF
            DISPLAY 'DATA DA AUSENCIA REPOSTA (AAAAMMDD, 0 = '
                    'NENHUMA): '
            ACCEPT WS-ORIGEM-ALVO
            IF WS-ORIGEM-ALVO NOT NUMERIC
                MOVE ZEROS TO WS-ORIGEM-ALVO
            END-IF
            IF WS-ORIGEM-ALVO > ZEROS
                MOVE 0 TO WS-POS-RAU
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-RAU
                    IF WS-RAU-TURMA(WS-IDX) = WS-CODIGO-ALVO
                       AND WS-RAU-DATA(WS-IDX) = WS-ORIGEM-ALVO
                       AND WS-RAU-TIPO(WS-IDX) = 'A'
                       AND WS-RAU-SIT(WS-IDX) NOT = 'C'
                        MOVE WS-IDX TO WS-POS-RAU
                        MOVE WS-QTD-RAU TO WS-IDX
                    END-IF
                END-PERFORM
                IF WS-POS-RAU = 0
                    DISPLAY 'NAO HA AUSENCIA REGISTRADA PARA A TURMA '
                            'EM ' WS-ORIGEM-ALVO '.'
                    GO TO 4000-FIM
                END-IF
            END-IF
            PERFORM 2100-PROFESSOR-NA-DATA THRU 2100-FIM
            DISPLAY 'MOTIVO...............: '
            ACCEPT WS-MOTIVO-ALVO

            PERFORM 3900-INCLUI-LANCAMENTO THRU 3900-FIM
            IF HA-CONFLITO
                GO TO 4000-FIM
            END-IF
            DISPLAY 'REPOSICAO REGISTRADA: TURMA ' WS-CODIGO-ALVO
                    ' EM ' WS-DATA-ALVO ' ' WS-INI-ALVO '-'
                    WS-FIM-ALVO

            MOVE 'REPOS-INCL' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING WS-CODIGO-ALVO ' ' WS-DATA-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-CANCELA-LANCAMENTO  --  MARCA COMO CANCELADO O LANCAMENTO
      *                                DA TURMA/DATA/TIPO INFORMADOS.
      *                                AUSENCIA JA REPOSTA POR UMA
      *                                REPOSICAO VALIDA NAO E CANCELADA.
      ******************************************************************
       5000-CANCELA-LANCAMENTO.
            DISPLAY 'CODIGO DA TURMA......: '
            ACCEPT WS-CODIGO-ALVO
            DISPLAY 'DATA DA AULA (AAAAMMDD): '
            ACCEPT WS-DATA-ALVO
            DISPLAY 'TIPO (A=AUSENCIA, R=REPOSICAO): '
            ACCEPT WS-TIPO-ALVO
            MOVE FUNCTION UPPER-CASE(WS-TIPO-ALVO) TO WS-TIPO-ALVO
            IF NOT TIPO-ALVO-VALIDO
                DISPLAY 'TIPO INVALIDO.'
                GO TO 5000-FIM
            END-IF
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA > 0
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-FEC
                    IF WS-FEC-PERIODO-TAB(WS-IDX) =
                       WS-TUR-PERIODO(WS-POS-TURMA)
                        DISPLAY 'PERIODO '
                                WS-TUR-PERIODO(WS-POS-TURMA)
                                ' JA FECHADO - CANCELAMENTO RECUSADO.'
                        GO TO 5000-FIM
                    END-IF
                END-PERFORM
            END-IF
            PERFORM 1700-LOCALIZA-LANCAMENTO THRU 1700-FIM
            IF WS-POS-RAU = 0
                DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
                GO TO 5000-FIM
            END-IF
            IF WS-TIPO-ALVO = 'A'
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-RAU
                    IF WS-RAU-TURMA(WS-IDX) = WS-CODIGO-ALVO
                       AND WS-RAU-TIPO(WS-IDX) = 'R'
                       AND WS-RAU-ORIGEM(WS-IDX) = WS-DATA-ALVO
                       AND WS-RAU-SIT(WS-IDX) NOT = 'C'
                        DISPLAY 'AUSENCIA REPOSTA EM '
                                WS-RAU-DATA(WS-IDX)
                                ' - CANCELE A REPOSICAO ANTES.'
                        GO TO 5000-FIM
                    END-IF
                END-PERFORM
            END-IF

            MOVE 'C' TO WS-RAU-SIT(WS-POS-RAU)
            PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM
            DISPLAY 'LANCAMENTO CANCELADO.'

            IF WS-TIPO-ALVO = 'A'
                MOVE 'AUSENC-CANC' TO AUD-CAMPO
            ELSE
                MOVE 'REPOS-CANC' TO AUD-CAMPO
            END-IF
            STRING WS-CODIGO-ALVO ' ' WS-DATA-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE SPACES TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA OS LANCAMENTOS DE UMA TURMA, INCLUSIVE
      *                    OS CANCELADOS.
      ******************************************************************
       6000-LISTAR.
            DISPLAY 'CODIGO DA TURMA......: '
            ACCEPT WS-CODIGO-ALVO
            MOVE ZEROS TO WS-QTD-LISTADOS
            DISPLAY ' '
            DISPLAY 'T DATA     INICIO FIM  SALA   PROF   ORIGEM   '
                    'S MOTIVO'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RAU
                IF WS-RAU-TURMA(WS-IDX) = WS-CODIGO-ALVO
                    ADD 1 TO WS-QTD-LISTADOS
                    DISPLAY WS-RAU-TIPO(WS-IDX) ' '
                            WS-RAU-DATA(WS-IDX) ' '
                            WS-RAU-INI(WS-IDX) '   '
                            WS-RAU-FIM-H(WS-IDX) ' '
                            WS-RAU-SALA(WS-IDX) ' '
                            WS-RAU-PROF(WS-IDX) ' '
                            WS-RAU-ORIGEM(WS-IDX) ' '
                            WS-RAU-SIT(WS-IDX) ' '
                            WS-RAU-MOTIVO(WS-IDX)
                END-IF
            END-PERFORM
            IF WS-QTD-LISTADOS = 0
                DISPLAY 'NENHUM LANCAMENTO PARA A TURMA.'
            END-IF.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-REGISTRO  --  REGRAVA O REGISTRO INTEIRO A PARTIR
      *                              DA TABELA EM MEMORIA.
      ******************************************************************
       7000-REGRAVA-REGISTRO.
            OPEN OUTPUT REPOSICOES
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-RAU
                MOVE WS-RAU-TURMA(WS-IDX)   TO RAU-TURMA-CODIGO
                MOVE WS-RAU-PERIODO(WS-IDX) TO RAU-PERIODO
                MOVE WS-RAU-TIPO(WS-IDX)    TO RAU-TIPO
                MOVE WS-RAU-DATA(WS-IDX)    TO RAU-DATA
                MOVE WS-RAU-INI(WS-IDX)     TO RAU-HORA-INICIO
                MOVE WS-RAU-FIM-H(WS-IDX)   TO RAU-HORA-FIM
                MOVE WS-RAU-SALA(WS-IDX)    TO RAU-SALA
                MOVE WS-RAU-PROF(WS-IDX)    TO RAU-PROF-CODIGO
                MOVE WS-RAU-ORIGEM(WS-IDX)  TO RAU-DATA-ORIGEM
                MOVE WS-RAU-MOTIVO(WS-IDX)  TO RAU-MOTIVO
                MOVE WS-RAU-SIT(WS-IDX)     TO RAU-SITUACAO
                MOVE WS-RAU-OPER(WS-IDX)    TO RAU-OPERADOR
                MOVE WS-RAU-DT-REG(WS-IDX)  TO RAU-DT-REGISTRO
                WRITE REG-REPOSICAO-AULA
            END-PERFORM
            CLOSE REPOSICOES.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UM LANCAMENTO DO REGISTRO DE
      *                            AUSENCIAS/REPOSICOES (SEM CD-STUDENT
      *                            ENVOLVIDO).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'H' TO AUD-COD-TRANS
            MOVE ZEROS TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOREPOSICAO.
