      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO DE OCUPACAO DAS SALAS, A PARTIR DO CADASTRO DE
      *         SALAS (FD_SALA) E DA GRADE DE HORARIOS DAS TURMAS
      *         (FD_HORARIO_TURMA): POR SALA ATIVA, TURNO E DIA DA
      *         SEMANA, AS HORAS OCUPADAS CONTRA AS DISPONIVEIS NA
      *         JANELA DO TURNO (TABELA ABAIXO; UM ENCONTRO QUE CRUZA
      *         DOIS TURNOS CONTA EM CADA UM A PARTE QUE CAI NELE). A
      *         LOTACAO COMPARA OS ALUNOS MATRICULADOS NA TURMA DE CADA
      *         ENCONTRO (FD_TURMA_ALUNO) COM SAL-CAPACIDADE, E A SALA
      *         E APONTADA COMO SUPERLOTADA QUANDO METADE OU MAIS DOS
      *         SEUS ENCONTROS PASSA DA CAPACIDADE, OU SUPERDIMENSIONADA
      *         QUANDO, EM DOIS OU MAIS ENCONTROS E SEM NENHUM
      *         EXCEDIDO, A OCUPACAO MEDIA DOS LUGARES FICA ABAIXO DO
      *         LIMITE (DD_SALA_LIMITE_OCIOSO, PADRAO 50%). SO ENTRAM
      *         TURMAS ATIVAS DO PERIODO DD_PERIODO_LETIVO (EM BRANCO,
      *         TODAS AS ATIVAS).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a infraestrutura pedia mais salas e a
      *               coordenacao dizia que havia salas vazias, sem
      *               numero de nenhum dos lados.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOOCUPACAOSALA.

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

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT RELATORIO-SALA ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
          COPY FD_SALA.

       FD HORARIOS.
          COPY FD_HORARIO_TURMA.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD RELATORIO-SALA.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-SAL-FS                PIC XX VALUE SPACES.
          88 SAL-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-SAL-EOF               PIC X VALUE 'N'.
          88 SAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HOR-EOF               PIC X VALUE 'N'.
          88 HOR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       77 WS-PERIODO-FILTRO        PIC X(06) VALUE SPACES.
       77 WS-LIMITE-TXT            PIC X(03) VALUE SPACES.
       77 WS-LIMITE-OCIOSO         PIC 9(03) VALUE 50.

      * JANELAS DOS TURNOS (HHMM) - MANHA, TARDE E NOITE
       01 WS-TURNOS-VALORES.
          05 FILLER                PIC X(13) VALUE 'MANHA07001200'.
          05 FILLER                PIC X(13) VALUE 'TARDE13001800'.
          05 FILLER                PIC X(13) VALUE 'NOITE18302230'.
       01 FILLER REDEFINES WS-TURNOS-VALORES.
          05 WS-TURNO-TAB OCCURS 3 TIMES.
             10 WS-TURNO-NOME      PIC X(05).
             10 WS-TURNO-INI       PIC 9(04).
             10 WS-TURNO-FIM       PIC 9(04).

       01 WS-TABELA-SALAS.
          05 WS-QTD-SALAS          PIC 9(03) VALUE 0.
          05 WS-SAL-TAB OCCURS 100 TIMES.
             10 WS-SAL-CODIGO      PIC X(06).
             10 WS-SAL-DESC        PIC X(30).
             10 WS-SAL-CAP         PIC 9(03).
             10 WS-SAL-SIT         PIC X(01).
             10 WS-SAL-ENCONTROS   PIC 9(04).
             10 WS-SAL-ALUNOS      PIC 9(07).
             10 WS-SAL-LUGARES     PIC 9(07).
             10 WS-SAL-EXCEDIDOS   PIC 9(04).
             10 WS-SAL-MAIOR       PIC 9(04).
             10 WS-SAL-TURNO OCCURS 3 TIMES.
                15 WS-SAL-MIN      PIC 9(05) OCCURS 6 TIMES.

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 200 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-STATUS      PIC X(01).
             10 WS-TUR-ALUNOS      PIC 9(04).

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-SALA-ALVO             PIC X(06) VALUE SPACES.
       77 WS-POS-TURMA             PIC 9(03) VALUE ZEROS.
       77 WS-POS-SALA              PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-TUR                   PIC 9(01) VALUE ZEROS.
       77 WS-DIA                   PIC 9(01) VALUE ZEROS.
       77 WS-MIN-INI               PIC 9(05) VALUE ZEROS.
       77 WS-MIN-FIM               PIC 9(05) VALUE ZEROS.
       77 WS-JAN-INI               PIC 9(05) VALUE ZEROS.
       77 WS-JAN-FIM               PIC 9(05) VALUE ZEROS.
       77 WS-HHMM                  PIC 9(04) VALUE ZEROS.
       77 WS-MINUTOS               PIC 9(05) VALUE ZEROS.
       77 WS-HH                    PIC 9(02) VALUE ZEROS.
       77 WS-MM                    PIC 9(02) VALUE ZEROS.
       77 WS-MIN-OCUPADO           PIC 9(06) VALUE ZEROS.
       77 WS-MIN-DISPONIVEL        PIC 9(06) VALUE ZEROS.
       77 WS-PERCENTUAL            PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-SALA         PIC X(22) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-QTD-HOR-LIDOS      PIC 9(05) VALUE ZEROS.
          05 WS-QTD-HOR-USADOS     PIC 9(05) VALUE ZEROS.
          05 WS-QTD-SEM-SALA       PIC 9(05) VALUE ZEROS.
          05 WS-QTD-SEM-TURMA      PIC 9(05) VALUE ZEROS.
          05 WS-QTD-SUPERLOTADAS   PIC 9(03) VALUE ZEROS.
          05 WS-QTD-OCIOSAS        PIC 9(03) VALUE ZEROS.
          05 WS-QTD-SEM-USO        PIC 9(03) VALUE ZEROS.
          05 WS-TOT-MIN-OCUPADO    PIC 9(08) VALUE ZEROS.
          05 WS-TOT-MIN-DISP       PIC 9(08) VALUE ZEROS.

       77 WS-HORAS-ED              PIC ZZ9.9.
       77 WS-HORAS-TOT-ED          PIC ZZZZ9.9.
       77 WS-PCT-ED                PIC ZZ9.
       77 WS-QTD-ED                PIC ZZZ9.
       77 WS-CAP-ED                PIC ZZ9.
       77 WS-POS-COL               PIC 9(03) VALUE ZEROS.
       77 WS-LINHAS-POR-PAGINA     PIC 9(02) VALUE 50.
       77 WS-LINHA-ATUAL           PIC 9(02) VALUE ZEROS.
       77 WS-PAGINA-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-PAGINA-ED             PIC ZZ9.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOOCUPACAOSALA - OCUPACAO DAS SALAS  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-PERIODO-FILTRO FROM ENVIRONMENT
                                          'DD_PERIODO_LETIVO'
            ACCEPT WS-LIMITE-TXT FROM ENVIRONMENT
                                      'DD_SALA_LIMITE_OCIOSO'
            IF WS-LIMITE-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-LIMITE-TXT)
                    TO WS-LIMITE-OCIOSO
            END-IF
            IF WS-LIMITE-OCIOSO = 0 OR WS-LIMITE-OCIOSO > 100
                MOVE 50 TO WS-LIMITE-OCIOSO
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
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_SALAS'
            IF WS-RPT-DD = SPACES
                MOVE 'OCUPACAO_SALAS.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-SALAS THRU 1000-FIM
            IF WS-QTD-SALAS = 0
                DISPLAY 'CADASTRO DE SALAS VAZIO OU AUSENTE: '
                        WS-SAL-DD
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1200-CARREGA-TURMAS THRU 1200-FIM
            PERFORM 1300-CONTA-MATRICULADOS THRU 1300-FIM
            PERFORM 2000-APURA-GRADE THRU 2000-FIM

            OPEN OUTPUT RELATORIO-SALA
            PERFORM 3400-CABECALHO-PAGINA THRU 3400-FIM
            PERFORM 3000-IMPRIME-SALA THRU 3000-FIM
                VARYING WS-POS-SALA FROM 1 BY 1
                UNTIL WS-POS-SALA > WS-QTD-SALAS
            PERFORM 3900-IMPRIME-RESUMO THRU 3900-FIM
            CLOSE RELATORIO-SALA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'SALAS CADASTRADAS......: ' WS-QTD-SALAS
            DISPLAY 'ENCONTROS NA GRADE.....: ' WS-QTD-HOR-LIDOS
            DISPLAY 'ENCONTROS CONSIDERADOS.: ' WS-QTD-HOR-USADOS
            DISPLAY 'SALA NAO CADASTRADA....: ' WS-QTD-SEM-SALA
            DISPLAY 'TURMA NAO CADASTRADA...: ' WS-QTD-SEM-TURMA
            DISPLAY 'SALAS SUPERLOTADAS.....: ' WS-QTD-SUPERLOTADAS
            DISPLAY 'SALAS SUPERDIMENSIONAD.: ' WS-QTD-OCIOSAS
            DISPLAY 'SALAS SEM USO..........: ' WS-QTD-SEM-USO
            DISPLAY 'RELATORIO..............: ' WS-RPT-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-SALAS  --  CARREGA O CADASTRO DE SALAS INTEIRO EM
      *                           MEMORIA, COM OS ACUMULADORES ZERADOS.
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
                            INITIALIZE WS-SAL-TAB(WS-QTD-SALAS)
                            MOVE SAL-CODIGO TO
                                 WS-SAL-CODIGO(WS-QTD-SALAS)
                            MOVE SAL-DESCRICAO TO
                                 WS-SAL-DESC(WS-QTD-SALAS)
                            IF SAL-CAPACIDADE NUMERIC
                                MOVE SAL-CAPACIDADE TO
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
      * 1200-CARREGA-TURMAS  --  CARREGA O CADASTRO DE TURMAS (PERIODO
      *                            E SITUACAO DE CADA TURMA DA GRADE).
      ******************************************************************
       1200-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS AUSENTE: ' WS-TUR-DD
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
                            MOVE ZEROS TO
                                 WS-TUR-ALUNOS(WS-QTD-TURMAS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CONTA-MATRICULADOS  --  CONTA OS ALUNOS MATRICULADOS DE
      *                                CADA TURMA (CANCELADO NAO CONTA;
      *                                LINHA SEM PERIODO VALE EM
      *                                QUALQUER PERIODO).
      ******************************************************************
       1300-CONTA-MATRICULADOS.
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
                        IF TAL-MATRICULADO
                           AND (WS-PERIODO-FILTRO = SPACES
                                OR TAL-PERIODO = SPACES
                                OR TAL-PERIODO = WS-PERIODO-FILTRO)
                            MOVE TAL-TURMA-CODIGO TO WS-CODIGO-ALVO
                            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
                            IF WS-POS-TURMA > 0
                                ADD 1 TO WS-TUR-ALUNOS(WS-POS-TURMA)
                            END-IF
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
      * 2000-APURA-GRADE  --  PARA CADA ENCONTRO DA GRADE DE TURMA
      *                         ATIVA DO PERIODO, SOMA OS MINUTOS NA
      *                         SALA POR TURNO/DIA E A LOTACAO DA
      *                         TURMA CONTRA A CAPACIDADE DA SALA.
      ******************************************************************
       2000-APURA-GRADE.
            OPEN INPUT HORARIOS
            IF NOT HOR-FS-OK
                DISPLAY 'GRADE DE HORARIOS AUSENTE: ' WS-HOR-DD
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-HOR-EOF
            PERFORM UNTIL HOR-FIM-ARQUIVO
                READ HORARIOS
                    AT END
                        MOVE 'F' TO WS-HOR-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-HOR-LIDOS
                        PERFORM 2100-APURA-ENCONTRO THRU 2100-FIM
                END-READ
            END-PERFORM
            CLOSE HORARIOS.
       2000-FIM.
            EXIT.

       2100-APURA-ENCONTRO.
            IF HOR-DIA-SEMANA < 1 OR HOR-DIA-SEMANA > 6
               OR HOR-HORA-FIM NOT > HOR-HORA-INICIO
                GO TO 2100-FIM
            END-IF
            MOVE HOR-TURMA-CODIGO TO WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA = 0
                ADD 1 TO WS-QTD-SEM-TURMA
                GO TO 2100-FIM
            END-IF
            IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                GO TO 2100-FIM
            END-IF
            IF WS-PERIODO-FILTRO NOT = SPACES
               AND WS-TUR-PERIODO(WS-POS-TURMA) NOT = WS-PERIODO-FILTRO
                GO TO 2100-FIM
            END-IF
            MOVE HOR-SALA TO WS-SALA-ALVO
            PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
            IF WS-POS-SALA = 0
                ADD 1 TO WS-QTD-SEM-SALA
                GO TO 2100-FIM
            END-IF
            ADD 1 TO WS-QTD-HOR-USADOS

            MOVE HOR-HORA-INICIO TO WS-HHMM
            PERFORM 2900-CONVERTE-MINUTOS THRU 2900-FIM
            MOVE WS-MINUTOS TO WS-MIN-INI
            MOVE HOR-HORA-FIM TO WS-HHMM
            PERFORM 2900-CONVERTE-MINUTOS THRU 2900-FIM
            MOVE WS-MINUTOS TO WS-MIN-FIM
            MOVE HOR-DIA-SEMANA TO WS-DIA
            PERFORM VARYING WS-TUR FROM 1 BY 1 UNTIL WS-TUR > 3
                MOVE WS-TURNO-INI(WS-TUR) TO WS-HHMM
                PERFORM 2900-CONVERTE-MINUTOS THRU 2900-FIM
                MOVE WS-MINUTOS TO WS-JAN-INI
                MOVE WS-TURNO-FIM(WS-TUR) TO WS-HHMM
                PERFORM 2900-CONVERTE-MINUTOS THRU 2900-FIM
                MOVE WS-MINUTOS TO WS-JAN-FIM
                IF WS-MIN-INI > WS-JAN-INI
                    MOVE WS-MIN-INI TO WS-JAN-INI
                END-IF
                IF WS-MIN-FIM < WS-JAN-FIM
                    MOVE WS-MIN-FIM TO WS-JAN-FIM
                END-IF
                IF WS-JAN-FIM > WS-JAN-INI
                    COMPUTE WS-SAL-MIN(WS-POS-SALA, WS-TUR, WS-DIA) =
                        WS-SAL-MIN(WS-POS-SALA, WS-TUR, WS-DIA)
                      + WS-JAN-FIM - WS-JAN-INI
                END-IF
            END-PERFORM

            ADD 1 TO WS-SAL-ENCONTROS(WS-POS-SALA)
            ADD WS-TUR-ALUNOS(WS-POS-TURMA) TO
                WS-SAL-ALUNOS(WS-POS-SALA)
            ADD WS-SAL-CAP(WS-POS-SALA) TO WS-SAL-LUGARES(WS-POS-SALA)
            IF WS-TUR-ALUNOS(WS-POS-TURMA) > WS-SAL-CAP(WS-POS-SALA)
                ADD 1 TO WS-SAL-EXCEDIDOS(WS-POS-SALA)
            END-IF
            IF WS-TUR-ALUNOS(WS-POS-TURMA) > WS-SAL-MAIOR(WS-POS-SALA)
                MOVE WS-TUR-ALUNOS(WS-POS-TURMA) TO
                     WS-SAL-MAIOR(WS-POS-SALA)
            END-IF.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2900-CONVERTE-MINUTOS  --  HHMM (WS-HHMM) EM MINUTOS DESDE A
      *                              MEIA-NOITE (WS-MINUTOS).
      ******************************************************************
       2900-CONVERTE-MINUTOS.
            DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
            COMPUTE WS-MINUTOS = WS-HH * 60 + WS-MM.
       2900-FIM.
            EXIT.

      ******************************************************************
      * 3000-IMPRIME-SALA  --  BLOCO DE UMA SALA ATIVA: IDENTIFICACAO,
      *                          LOTACAO E SITUACAO, E UMA LINHA POR
      *                          TURNO COM AS HORAS OCUPADAS EM CADA
      *                          DIA E O USO SOBRE O DISPONIVEL.
      ******************************************************************
       3000-IMPRIME-SALA.
            IF WS-SAL-SIT(WS-POS-SALA) = 'I'
                GO TO 3000-FIM
            END-IF
            IF WS-LINHA-ATUAL + 6 >= WS-LINHAS-POR-PAGINA
                PERFORM 3400-CABECALHO-PAGINA THRU 3400-FIM
            END-IF

            MOVE SPACES TO WS-SITUACAO-SALA
            MOVE ZEROS TO WS-PERCENTUAL
            IF WS-SAL-LUGARES(WS-POS-SALA) > 0
                COMPUTE WS-PERCENTUAL ROUNDED =
                    WS-SAL-ALUNOS(WS-POS-SALA) * 100
                  / WS-SAL-LUGARES(WS-POS-SALA)
            END-IF
            EVALUATE TRUE
                WHEN WS-SAL-ENCONTROS(WS-POS-SALA) = 0
                    MOVE 'SEM USO' TO WS-SITUACAO-SALA
                    ADD 1 TO WS-QTD-SEM-USO
                WHEN WS-SAL-EXCEDIDOS(WS-POS-SALA) * 2 >=
                     WS-SAL-ENCONTROS(WS-POS-SALA)
                    MOVE '*** SUPERLOTADA' TO WS-SITUACAO-SALA
                    ADD 1 TO WS-QTD-SUPERLOTADAS
                WHEN WS-SAL-ENCONTROS(WS-POS-SALA) >= 2
                     AND WS-SAL-EXCEDIDOS(WS-POS-SALA) = 0
                     AND WS-PERCENTUAL < WS-LIMITE-OCIOSO
                    MOVE '*** SUPERDIMENSIONADA' TO WS-SITUACAO-SALA
                    ADD 1 TO WS-QTD-OCIOSAS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            MOVE SPACES TO RPT-LINHA
            MOVE WS-SAL-CAP(WS-POS-SALA) TO WS-CAP-ED
            MOVE WS-SAL-ENCONTROS(WS-POS-SALA) TO WS-QTD-ED
            MOVE WS-PERCENTUAL TO WS-PCT-ED
            STRING 'SALA ' WS-SAL-CODIGO(WS-POS-SALA) ' '
                   WS-SAL-DESC(WS-POS-SALA)
                   ' CAPACIDADE ' WS-CAP-ED
                   '  ENCONTROS ' WS-QTD-ED
                   '  LUGARES OCUPADOS ' WS-PCT-ED '%'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            MOVE WS-SAL-MAIOR(WS-POS-SALA) TO WS-QTD-ED
            STRING '     MAIOR TURMA ' WS-QTD-ED
                   ' ALUNOS'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            MOVE WS-SAL-EXCEDIDOS(WS-POS-SALA) TO WS-QTD-ED
            STRING '  ACIMA DA CAPACIDADE EM ' WS-QTD-ED
                   ' ENCONTRO(S)  ' WS-SITUACAO-SALA
                   DELIMITED BY SIZE INTO RPT-LINHA(35:)
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING '     TURNO    SEG   TER   QUA   QUI   SEX   SAB'
                   '   OCUPADO  DISPONIVEL  USO%'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            ADD 3 TO WS-LINHA-ATUAL

            PERFORM 3100-IMPRIME-TURNO THRU 3100-FIM
                VARYING WS-TUR FROM 1 BY 1 UNTIL WS-TUR > 3

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            ADD 1 TO WS-LINHA-ATUAL.
       3000-FIM.
            EXIT.

       3100-IMPRIME-TURNO.
            MOVE SPACES TO RPT-LINHA
            MOVE WS-TURNO-NOME(WS-TUR) TO RPT-LINHA(6:5)
            MOVE ZEROS TO WS-MIN-OCUPADO
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                ADD WS-SAL-MIN(WS-POS-SALA, WS-TUR, WS-DIA) TO
                    WS-MIN-OCUPADO
                COMPUTE WS-HORAS-ED ROUNDED =
                    WS-SAL-MIN(WS-POS-SALA, WS-TUR, WS-DIA) / 60
                COMPUTE WS-POS-COL = 13 + (WS-DIA - 1) * 6
                MOVE WS-HORAS-ED TO RPT-LINHA(WS-POS-COL:5)
            END-PERFORM
            MOVE WS-TURNO-INI(WS-TUR) TO WS-HHMM
            PERFORM 2900-CONVERTE-MINUTOS THRU 2900-FIM
            MOVE WS-MINUTOS TO WS-JAN-INI
            MOVE WS-TURNO-FIM(WS-TUR) TO WS-HHMM
            PERFORM 2900-CONVERTE-MINUTOS THRU 2900-FIM
            COMPUTE WS-MIN-DISPONIVEL = (WS-MINUTOS - WS-JAN-INI) * 6
            ADD WS-MIN-OCUPADO TO WS-TOT-MIN-OCUPADO
            ADD WS-MIN-DISPONIVEL TO WS-TOT-MIN-DISP
            COMPUTE WS-HORAS-TOT-ED ROUNDED = WS-MIN-OCUPADO / 60
            MOVE WS-HORAS-TOT-ED TO RPT-LINHA(50:7)
            COMPUTE WS-HORAS-TOT-ED ROUNDED = WS-MIN-DISPONIVEL / 60
            MOVE WS-HORAS-TOT-ED TO RPT-LINHA(61:7)
            COMPUTE WS-PERCENTUAL ROUNDED =
                WS-MIN-OCUPADO * 100 / WS-MIN-DISPONIVEL
            MOVE WS-PERCENTUAL TO WS-PCT-ED
            MOVE WS-PCT-ED TO RPT-LINHA(71:3)
            WRITE RPT-LINHA
            ADD 1 TO WS-LINHA-ATUAL.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3400-CABECALHO-PAGINA  --  TITULO, DATA E NUMERO DE PAGINA DO
      *                              RELATORIO DE OCUPACAO.
      ******************************************************************
       3400-CABECALHO-PAGINA.
            ADD 1 TO WS-PAGINA-ATUAL
            MOVE WS-PAGINA-ATUAL TO WS-PAGINA-ED

            MOVE SPACES TO RPT-LINHA
            STRING 'OCUPACAO DAS SALAS - PERIODO '
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            IF WS-PERIODO-FILTRO = SPACES
                MOVE '(TODOS)' TO RPT-LINHA(31:7)
            ELSE
                MOVE WS-PERIODO-FILTRO TO RPT-LINHA(31:6)
            END-IF
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING 'DATA: ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   '     PAGINA: ' DELIMITED BY SIZE
                   INTO RPT-LINHA
            END-STRING
            STRING FUNCTION TRIM(WS-PAGINA-ED) DELIMITED BY SIZE
                   INTO RPT-LINHA(31:)
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE 3 TO WS-LINHA-ATUAL.
       3400-FIM.
            EXIT.

      ******************************************************************
      * 3900-IMPRIME-RESUMO  --  USO GERAL DAS SALAS ATIVAS E CONTAGEM
      *                            DAS SALAS APONTADAS.
      ******************************************************************
       3900-IMPRIME-RESUMO.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE ZEROS TO WS-PERCENTUAL
            IF WS-TOT-MIN-DISP > 0
                COMPUTE WS-PERCENTUAL ROUNDED =
                    WS-TOT-MIN-OCUPADO * 100 / WS-TOT-MIN-DISP
            END-IF
            MOVE SPACES TO RPT-LINHA
            COMPUTE WS-HORAS-TOT-ED ROUNDED = WS-TOT-MIN-OCUPADO / 60
            STRING 'TOTAL: HORAS OCUPADAS ' WS-HORAS-TOT-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            COMPUTE WS-HORAS-TOT-ED ROUNDED = WS-TOT-MIN-DISP / 60
            MOVE WS-PERCENTUAL TO WS-PCT-ED
            STRING ' DE ' WS-HORAS-TOT-ED ' DISPONIVEIS (' WS-PCT-ED
                   '%)'
                   DELIMITED BY SIZE INTO RPT-LINHA(30:)
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'SALAS SUPERLOTADAS: ' WS-QTD-SUPERLOTADAS
                   '   SUPERDIMENSIONADAS (ABAIXO DE '
                   WS-LIMITE-OCIOSO '%): ' WS-QTD-OCIOSAS
                   '   SEM USO: ' WS-QTD-SEM-USO
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       3900-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOOCUPACAOSALA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-FILTRO TO REP-PERIODO OF WS-REP-PARM
            MOVE WS-PAGINA-ATUAL TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOOCUPACAOSALA.
