      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CONSULTA DE SALAS LIVRES, SOMENTE LEITURA: PARA UM DIA
      *         DA SEMANA (1=SEG..6=SAB), UMA FAIXA DE HORARIO (HHMM A
      *         HHMM) E UMA LOTACAO MINIMA, LISTA AS SALAS ATIVAS DO
      *         CADASTRO (FD_SALA) COM CAPACIDADE SUFICIENTE E SEM
      *         ENCONTRO SOBREPOSTO NA GRADE DE HORARIOS
      *         (FD_HORARIO_TURMA) DE TURMA ATIVA DO PERIODO
      *         DD_PERIODO_LETIVO (EM BRANCO, TODAS AS ATIVAS), DA
      *         MENOR PARA A MAIOR - PARA MARCAR REPOSICAO DE AULA E
      *         PROVA SEM PERCORRER A GRADE NA MAO. OS PARAMETROS VEM
      *         DE DD_DIA_SEMANA, DD_HORA_INICIO, DD_HORA_FIM E
      *         DD_CAPACIDADE_MINIMA OU, EM BRANCO, SAO PERGUNTADOS.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTASALALIVRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAS ASSIGN TO DYNAMIC WS-SAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAL-FS.

           SELECT HORARIOS ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
          COPY FD_SALA.

       FD HORARIOS.
          COPY FD_HORARIO_TURMA.

       FD TURMAS.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       01 WS-SAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       77 WS-SAL-FS                PIC XX VALUE SPACES.
          88 SAL-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-SAL-EOF               PIC X VALUE 'N'.
          88 SAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HOR-EOF               PIC X VALUE 'N'.
          88 HOR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       77 WS-PERIODO-FILTRO        PIC X(06) VALUE SPACES.
       77 WS-PARM-TXT              PIC X(10) VALUE SPACES.
       77 WS-DIA-ALVO              PIC 9(01) VALUE ZEROS.
       77 WS-INI-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-FIM-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-CAP-MINIMA            PIC 9(03) VALUE ZEROS.

       01 WS-TABELA-SALAS.
          05 WS-QTD-SALAS          PIC 9(03) VALUE 0.
          05 WS-SAL-TAB OCCURS 100 TIMES.
             10 WS-SAL-CODIGO      PIC X(06).
             10 WS-SAL-DESC        PIC X(30).
             10 WS-SAL-CAP         PIC 9(03).
             10 WS-SAL-OCUPADA     PIC 9(01).
                88 SALA-OCUPADA    VALUE 1.
             10 WS-SAL-TURMA       PIC X(08).

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 200 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-STATUS      PIC X(01).

      * SALAS LIVRES EM ORDEM CRESCENTE DE CAPACIDADE
       01 WS-TABELA-LIVRES.
          05 WS-QTD-LIVRES         PIC 9(03) VALUE 0.
          05 WS-LIV-TAB OCCURS 100 TIMES.
             10 WS-LIV-POS         PIC 9(03).

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-SALA-ALVO             PIC X(06) VALUE SPACES.
       77 WS-POS-TURMA             PIC 9(03) VALUE ZEROS.
       77 WS-POS-SALA              PIC 9(03) VALUE ZEROS.
       77 WS-POS-INS               PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-OCUPADAS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PEQUENAS          PIC 9(03) VALUE ZEROS.
       77 WS-CAP-ED                PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* CONSULTASALALIVRE - SALAS LIVRES            *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0500-RECEBE-PARAMETROS THRU 0500-FIM
            IF WS-DIA-ALVO < 1 OR WS-DIA-ALVO > 6
                DISPLAY 'DIA DA SEMANA INVALIDO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            IF WS-FIM-ALVO <= WS-INI-ALVO
                DISPLAY 'HORA FIM DEVE SER MAIOR QUE A DE INICIO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-SAL-DD FROM ENVIRONMENT 'DD_SALAS'
            IF WS-SAL-DD = SPACES
                MOVE 'SALAS.TXT' TO WS-SAL-DD
            END-IF
            ACCEPT WS-HOR-DD FROM ENVIRONMENT 'DD_HORARIOS_TURMA'
            IF WS-HOR-DD = SPACES
                MOVE 'HORARIOS_TURMA.TXT' TO WS-HOR-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF

            PERFORM 1000-CARREGA-SALAS THRU 1000-FIM
            IF WS-QTD-SALAS = 0
                DISPLAY 'CADASTRO DE SALAS VAZIO OU AUSENTE: '
                        WS-SAL-DD
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1200-CARREGA-TURMAS THRU 1200-FIM
            PERFORM 2000-MARCA-OCUPADAS THRU 2000-FIM
            PERFORM 3000-SELECIONA-LIVRES THRU 3000-FIM
            PERFORM 4000-MOSTRA-LIVRES THRU 4000-FIM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-RECEBE-PARAMETROS  --  DIA, FAIXA DE HORARIO E LOTACAO
      *                               MINIMA, DO AMBIENTE OU DO
      *                               TERMINAL.
      ******************************************************************
       0500-RECEBE-PARAMETROS.
            ACCEPT WS-PERIODO-FILTRO FROM ENVIRONMENT
                                          'DD_PERIODO_LETIVO'
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_DIA_SEMANA'
            IF WS-PARM-TXT = SPACES
                DISPLAY 'DIA DA SEMANA (1=SEG..6=SAB): '
                ACCEPT WS-DIA-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-DIA-ALVO
            END-IF
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_HORA_INICIO'
            IF WS-PARM-TXT = SPACES
                DISPLAY 'HORA INICIO (HHMM)...: '
                ACCEPT WS-INI-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-INI-ALVO
            END-IF
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_HORA_FIM'
            IF WS-PARM-TXT = SPACES
                DISPLAY 'HORA FIM (HHMM)......: '
                ACCEPT WS-FIM-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-FIM-ALVO
            END-IF
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_CAPACIDADE_MINIMA'
            IF WS-PARM-TXT = SPACES
                DISPLAY 'LOTACAO MINIMA.......: '
                ACCEPT WS-CAP-MINIMA
            ELSE
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-CAP-MINIMA
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-SALAS  --  CARREGA AS SALAS ATIVAS EM MEMORIA.
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
                        IF SAL-ATIVA AND WS-QTD-SALAS < 100
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
                            MOVE 0 TO WS-SAL-OCUPADA(WS-QTD-SALAS)
                            MOVE SPACES TO
                                 WS-SAL-TURMA(WS-QTD-SALAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SALAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-TURMAS  --  CARREGA O CADASTRO DE TURMAS (PERIODO
      *                            E SITUACAO DE CADA TURMA DA GRADE).
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
                        IF WS-QTD-TURMAS < 200
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
       1200-FIM.
            EXIT.

      ******************************************************************
      * 2000-MARCA-OCUPADAS  --  MARCA AS SALAS COM ENCONTRO NO DIA E
      *                            HORARIO SOBREPOSTO A FAIXA PEDIDA.
      *                            TURMA INATIVA OU DE OUTRO PERIODO NAO
      *                            OCUPA; TURMA FORA DO CADASTRO OCUPA
      *                            (NA DUVIDA, A SALA NAO E OFERECIDA).
      ******************************************************************
       2000-MARCA-OCUPADAS.
            OPEN INPUT HORARIOS
            IF NOT HOR-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-HOR-EOF
            PERFORM UNTIL HOR-FIM-ARQUIVO
                READ HORARIOS
                    AT END
                        MOVE 'F' TO WS-HOR-EOF
                    NOT AT END
                        IF HOR-DIA-SEMANA = WS-DIA-ALVO
                           AND HOR-HORA-INICIO < WS-FIM-ALVO
                           AND WS-INI-ALVO < HOR-HORA-FIM
                            PERFORM 2100-MARCA-SALA THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIOS.
       2000-FIM.
            EXIT.

       2100-MARCA-SALA.
            MOVE HOR-TURMA-CODIGO TO WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA > 0
                IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                    GO TO 2100-FIM
                END-IF
                IF WS-PERIODO-FILTRO NOT = SPACES
                   AND WS-TUR-PERIODO(WS-POS-TURMA) NOT =
                       WS-PERIODO-FILTRO
                    GO TO 2100-FIM
                END-IF
            END-IF
            MOVE HOR-SALA TO WS-SALA-ALVO
            PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
            IF WS-POS-SALA > 0
                MOVE 1 TO WS-SAL-OCUPADA(WS-POS-SALA)
                MOVE HOR-TURMA-CODIGO TO WS-SAL-TURMA(WS-POS-SALA)
            END-IF.
       2100-FIM.
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
      * 3000-SELECIONA-LIVRES  --  SALAS LIVRES COM A LOTACAO MINIMA,
      *                              INSERIDAS EM ORDEM CRESCENTE DE
      *                              CAPACIDADE.
      ******************************************************************
       3000-SELECIONA-LIVRES.
            PERFORM VARYING WS-POS-SALA FROM 1 BY 1
                    UNTIL WS-POS-SALA > WS-QTD-SALAS
                EVALUATE TRUE
                    WHEN SALA-OCUPADA(WS-POS-SALA)
                        ADD 1 TO WS-QTD-OCUPADAS
                    WHEN WS-SAL-CAP(WS-POS-SALA) < WS-CAP-MINIMA
                        ADD 1 TO WS-QTD-PEQUENAS
                    WHEN OTHER
                        MOVE 1 TO WS-POS-INS
                        PERFORM UNTIL WS-POS-INS > WS-QTD-LIVRES
                           OR WS-SAL-CAP(WS-LIV-POS(WS-POS-INS)) >
                              WS-SAL-CAP(WS-POS-SALA)
                            ADD 1 TO WS-POS-INS
                        END-PERFORM
                        PERFORM VARYING WS-IDX FROM WS-QTD-LIVRES
                                BY -1 UNTIL WS-IDX < WS-POS-INS
                            MOVE WS-LIV-POS(WS-IDX) TO
                                 WS-LIV-POS(WS-IDX + 1)
                        END-PERFORM
                        MOVE WS-POS-SALA TO WS-LIV-POS(WS-POS-INS)
                        ADD 1 TO WS-QTD-LIVRES
                END-EVALUATE
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-MOSTRA-LIVRES  --  LISTA AS SALAS LIVRES E O RESUMO DA
      *                           CONSULTA.
      ******************************************************************
       4000-MOSTRA-LIVRES.
            DISPLAY ' '
            DISPLAY 'SALAS LIVRES - DIA ' WS-DIA-ALVO
                    ' DAS ' WS-INI-ALVO ' AS ' WS-FIM-ALVO
                    ' - LOTACAO MINIMA ' WS-CAP-MINIMA
            IF WS-PERIODO-FILTRO NOT = SPACES
                DISPLAY 'PERIODO: ' WS-PERIODO-FILTRO
            END-IF
            DISPLAY ' '
            IF WS-QTD-LIVRES = 0
                DISPLAY 'NENHUMA SALA LIVRE NESTE HORARIO.'
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY 'SALA   DESCRICAO                      LUGARES'
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-LIVRES
                    MOVE WS-LIV-POS(WS-IDX) TO WS-POS-SALA
                    MOVE WS-SAL-CAP(WS-POS-SALA) TO WS-CAP-ED
                    DISPLAY WS-SAL-CODIGO(WS-POS-SALA) ' '
                            WS-SAL-DESC(WS-POS-SALA) '  '
                            WS-CAP-ED
                END-PERFORM
            END-IF
            DISPLAY ' '
            DISPLAY 'SALAS LIVRES.........: ' WS-QTD-LIVRES
            DISPLAY 'OCUPADAS NO HORARIO..: ' WS-QTD-OCUPADAS
            DISPLAY 'ABAIXO DA LOTACAO....: ' WS-QTD-PEQUENAS.
       4000-FIM.
            EXIT.

       END PROGRAM CONSULTASALALIVRE.
