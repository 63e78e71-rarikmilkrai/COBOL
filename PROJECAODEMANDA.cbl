      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:PROJECAO DE DEMANDA DO PERIODO SEGUINTE PARA A OFERTA
      *         DE TURMAS: PARA CADA ALUNO ESPERADO NA REMATRICULA
      *         (STUDENT-ATIVO REGULAR, SEM TRANCAMENTO APROVADO
      *         COBRINDO O PERIODO DESTINO E SEM REMATRICULA TRANCADA
      *         NELE), CRUZA A GRADE DO CURSO NA VERSAO DA MATRIZ DELE
      *         (FD_CURRICULO, OBRIGATORIAS) COM O HISTORICO VIGENTE
      *         (ESTORNO ANULA, NOTA MINIMA POR MATERIA E FREQUENCIA
      *         75), AS INSCRICOES EM CURSO NO PERIODO CORRENTE, OS
      *         PRE-REQUISITOS E O LIMITE DE TENTATIVAS DO REGIMENTO
      *         (DD_MAX_TENTATIVAS, PADRAO 3, CONTADO COMO NO
      *         RELATORIOREPETENTES), E PROJETA AS MATERIAS EM QUE ELE
      *         PODERA SE INSCREVER. MATERIA EM CURSO NAO E PROJETADA
      *         DE NOVO E VALE COMO PRE-REQUISITO CUMPRIDO (A PROJECAO
      *         SUPOE APROVACAO). A DEMANDA E TOTALIZADA POR MATERIA E
      *         TURNO (O TURNO DAS TURMAS EM QUE O ALUNO ESTA HOJE) E
      *         CONVERTIDA EM QUANTIDADE SUGERIDA DE TURMAS PELA
      *         CAPACIDADE MEDIA DAS TURMAS DA MATERIA
      *         (TURMA-CAPACIDADE; SEM TURMA COM CAPACIDADE, A MEDIA
      *         GERAL OU 40), AO LADO DA LISTA DE ESPERA DO PERIODO
      *         CORRENTE - A COORDENACAO ABRIA TURMAS NO PALPITE.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECAODEMANDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT HISTORICO-ARQUIVO ASSIGN TO DYNAMIC WS-HARQ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HARQ-FS.

           SELECT CURRICULO ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT PREREQUISITOS ASSIGN TO DYNAMIC WS-PRE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRE-FS.

           SELECT PARAM-MATERIAS ASSIGN TO DYNAMIC WS-PARAM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARAM-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT LISTA-ESPERA ASSIGN TO DYNAMIC WS-ESP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ESP-FS.

           SELECT TRANCAMENTOS ASSIGN TO DYNAMIC WS-TRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRA-FS.

           SELECT REMATRICULAS ASSIGN TO DYNAMIC WS-REM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REM-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD HISTORICO-ARQUIVO.
       01 REG-HIST-ARQUIVO             PIC X(157).

       FD CURRICULO.
          COPY FD_CURRICULO.

       FD PREREQUISITOS.
          COPY FD_PREREQUISITO.

       FD PARAM-MATERIAS.
          COPY FD_PARAM_MATERIA.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD LISTA-ESPERA.
          COPY FD_LISTA_ESPERA.

       FD TRANCAMENTOS.
          COPY FD_TRANCAMENTO.

       FD REMATRICULAS.
          COPY FD_REMATRICULA.

       FD RELATORIO.
       01 RPT-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-HARQ-DD               PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-PRE-DD                PIC X(100) VALUE SPACES.
       01 WS-PARAM-DD              PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-ESP-DD                PIC X(100) VALUE SPACES.
       01 WS-TRA-DD                PIC X(100) VALUE SPACES.
       01 WS-REM-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-HARQ-FS               PIC XX VALUE SPACES.
          88 HARQ-FS-OK            VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
          88 CUR-FS-OK             VALUE '00'.
       77 WS-PRE-FS                PIC XX VALUE SPACES.
          88 PRE-FS-OK             VALUE '00'.
       77 WS-PARAM-FS              PIC XX VALUE SPACES.
          88 PARAM-FS-OK           VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-ESP-FS                PIC XX VALUE SPACES.
          88 ESP-FS-OK             VALUE '00'.
       77 WS-TRA-FS                PIC XX VALUE SPACES.
          88 TRA-FS-OK             VALUE '00'.
       77 WS-REM-FS                PIC XX VALUE SPACES.
          88 REM-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HIST-EOF              PIC X VALUE 'N'.
          88 HIST-FIM-ARQUIVO      VALUE 'F'.
       77 WS-HIST-ABERTO           PIC 9 VALUE 0.
          88 HISTORICO-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

      * PERIODO CORRENTE (AAAA-S) E PERIODO DESTINO DA PROJECAO
       01 WS-PERIODO               PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-PERIODO.
          03 WS-PER-ANO            PIC 9(04).
          03 WS-PER-SEP            PIC X(01).
          03 WS-PER-SEM            PIC 9(01).
       01 WS-PERIODO-DESTINO       PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-PERIODO-DESTINO.
          03 WS-DST-ANO            PIC 9(04).
          03 WS-DST-SEP            PIC X(01).
          03 WS-DST-SEM            PIC 9(01).
       77 WS-MAX-TENTATIVAS        PIC 9(02) VALUE 3.
       77 WS-MAX-TENT-TXT          PIC X(03) VALUE SPACES.
       77 WS-NOTA-MINIMA           PIC 9(3)V9(2) VALUE 6.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.
       77 WS-CAP-PADRAO            PIC 9(03) VALUE 40.

      * GRADE DE TODOS OS CURSOS/VERSOES (OBRIGATORIAS)
       01 WS-TABELA-CURRICULO.
          05 WS-QTD-CUR            PIC 9(04) VALUE 0.
          05 WS-CUR-TAB OCCURS 2000 TIMES.
             10 WS-CUR-CURSO       PIC X(05).
             10 WS-CUR-VERSAO      PIC X(04).
             10 WS-CUR-MAT         PIC X(50).

       01 WS-TABELA-PREREQ.
          05 WS-QTD-PREREQ         PIC 9(03) VALUE 0.
          05 WS-PREREQ-TAB OCCURS 500 TIMES.
             10 WS-PRE-MATERIA     PIC X(50).
             10 WS-PRE-REQUISITO   PIC X(50).
             10 WS-PRE-CURSO       PIC X(05).
             10 WS-PRE-VERSAO      PIC X(04).

       01 WS-TABELA-PARAMETROS.
          05 WS-QTD-PRM            PIC 9(03) VALUE 0.
          05 WS-PRM-TAB OCCURS 200 TIMES.
             10 WS-PRM-NOME        PIC X(50).
             10 WS-PRM-MIN         PIC 9(3)V9(2).

      * TURMAS REGULARES (EXTENSAO NAO ENTRA NA OFERTA ACADEMICA)
       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 500 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-TURNO       PIC X(01).
             10 WS-TUR-CAP         PIC 9(03).

      * INSCRICOES EM CURSO NO PERIODO CORRENTE (ALUNO X TURMA)
       01 WS-TABELA-CURSANDO.
          05 WS-QTD-CSD            PIC 9(04) VALUE 0.
          05 WS-CSD-TAB OCCURS 5000 TIMES.
             10 WS-CSD-CD          PIC 9(05).
             10 WS-CSD-POS-TUR     PIC 9(03).

      * ALUNOS FORA DA REMATRICULA (TRANCAMENTO/REMATRICULA TRANCADA)
       01 WS-TABELA-FORA.
          05 WS-QTD-FORA           PIC 9(04) VALUE 0.
          05 WS-FORA-CD OCCURS 3000 TIMES PIC 9(05).

      * HISTORICO DO ALUNO CORRENTE: VIGENTE POR MATERIA E SALDO POR
      * MATERIA X PERIODO (TENTATIVAS = PERIODOS COM SALDO POSITIVO)
       01 WS-TABELA-VIGENTES.
          05 WS-QTD-VIG            PIC 9(03) VALUE 0.
          05 WS-VIG-TAB OCCURS 200 TIMES.
             10 WS-VIG-MATERIA     PIC X(50).
             10 WS-VIG-MEDIA       PIC 9(3)V9(2).
             10 WS-VIG-FREQ        PIC 9(03).
             10 WS-VIG-ATIVO       PIC 9(01).
       01 WS-TABELA-TENTATIVAS.
          05 WS-QTD-TEN            PIC 9(03) VALUE 0.
          05 WS-TEN-TAB OCCURS 300 TIMES.
             10 WS-TEN-MATERIA     PIC X(50).
             10 WS-TEN-PERIODO     PIC X(06).
             10 WS-TEN-SALDO       PIC S9(03).

      * DEMANDA PROJETADA POR MATERIA X TURNO
       01 WS-TABELA-DEMANDA.
          05 WS-QTD-DEM            PIC 9(03) VALUE 0.
          05 WS-DEM-TAB OCCURS 600 TIMES.
             10 WS-DEM-MATERIA     PIC X(50).
             10 WS-DEM-TURNO       PIC X(01).
             10 WS-DEM-ALUNOS      PIC 9(05).
             10 WS-DEM-ESPERA      PIC 9(05).
             10 WS-DEM-AGUARDANDO  PIC 9(05).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-VERSAO-ALUNO          PIC X(04) VALUE SPACES.
       77 WS-TURNO-ALUNO           PIC X(01) VALUE SPACE.
       77 WS-MATERIA-ALVO          PIC X(50) VALUE SPACES.
       77 WS-TURNO-ALVO            PIC X(01) VALUE SPACE.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-3                 PIC 9(04) VALUE ZEROS.
       77 WS-POS-VIG               PIC 9(03) VALUE ZEROS.
       77 WS-POS-TEN               PIC 9(03) VALUE ZEROS.
       77 WS-POS-DEM               PIC 9(03) VALUE ZEROS.
       77 WS-POS-TUR               PIC 9(03) VALUE ZEROS.
       77 WS-TENTATIVAS            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-GRADE             PIC 9(04) VALUE ZEROS.
       77 WS-SITUACAO-MAT          PIC X(01) VALUE SPACE.
          88 MAT-APROVADA          VALUE 'A'.
          88 MAT-CURSANDO          VALUE 'C'.
          88 MAT-PENDENTE          VALUE 'P'.
       77 WS-PREREQ-OK             PIC 9 VALUE 1.
          88 PREREQ-ATENDIDOS      VALUE 1.
       77 WS-FORA                  PIC 9 VALUE 0.
          88 ALUNO-FORA            VALUE 1.
       77 WS-SOMA-CAP              PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CAP               PIC 9(04) VALUE ZEROS.
       77 WS-CAP-MEDIA             PIC 9(03) VALUE ZEROS.
       77 WS-CAP-GERAL             PIC 9(03) VALUE ZEROS.
       77 WS-TURMAS-SUGERIDAS      PIC 9(04) VALUE ZEROS.
       77 WS-RESTO                 PIC 9(05) VALUE ZEROS.
       77 WS-DESC-TURNO            PIC X(05) VALUE SPACES.

       77 WS-QTD-LIDOS             PIC 9(06) VALUE 0.
       77 WS-QTD-PROJETADOS        PIC 9(06) VALUE 0.
       77 WS-QTD-TRANCADOS         PIC 9(06) VALUE 0.
       77 WS-QTD-SEM-GRADE         PIC 9(06) VALUE 0.
       77 WS-QTD-BARRADAS-TENT     PIC 9(06) VALUE 0.
       77 WS-QTD-BARRADAS-PRE      PIC 9(06) VALUE 0.
       77 WS-TOT-DEMANDA           PIC 9(07) VALUE 0.
       77 WS-TOT-SUGERIDAS         PIC 9(05) VALUE 0.
       77 WS-TOT-ESPERA            PIC 9(06) VALUE 0.
       77 WS-QTD-ED                PIC ZZZZ9.
       77 WS-QTD-ED-2              PIC ZZZZ9.
       77 WS-QTD-ED-3              PIC ZZZZ9.
       77 WS-CAP-ED                PIC ZZ9.
       77 WS-SUG-ED                PIC ZZZ9.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* PROJECAODEMANDA - DEMANDA DO PROXIMO PERIODO*'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_LETIVO'
            IF WS-PERIODO = SPACES
                DISPLAY 'PERIODO CORRENTE (AAAA-S): '
                ACCEPT WS-PERIODO
            END-IF
            IF WS-PERIODO = SPACES
                DISPLAY 'PERIODO NAO INFORMADO - NADA A PROJETAR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            ACCEPT WS-PERIODO-DESTINO FROM ENVIRONMENT
                                           'DD_PERIODO_DESTINO'
            IF WS-PERIODO-DESTINO = SPACES
                PERFORM 0500-DERIVA-DESTINO THRU 0500-FIM
            END-IF
            IF WS-PERIODO-DESTINO = SPACES
                DISPLAY 'PERIODO DESTINO NAO DERIVAVEL DE '
                        WS-PERIODO ' - INFORME DD_PERIODO_DESTINO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-MAX-TENT-TXT FROM ENVIRONMENT
                                        'DD_MAX_TENTATIVAS'
            IF WS-MAX-TENT-TXT NOT = SPACES
               AND WS-MAX-TENT-TXT NUMERIC
                MOVE WS-MAX-TENT-TXT TO WS-MAX-TENTATIVAS
            END-IF

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-HARQ-DD FROM ENVIRONMENT 'DD_HISTORICO_ARQUIVO'
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
            IF WS-CUR-DD = SPACES
                MOVE 'CURRICULO.TXT' TO WS-CUR-DD
            END-IF
            ACCEPT WS-PRE-DD FROM ENVIRONMENT 'DD_PREREQUISITOS'
            IF WS-PRE-DD = SPACES
                MOVE 'PREREQUISITOS.TXT' TO WS-PRE-DD
            END-IF
            ACCEPT WS-PARAM-DD FROM ENVIRONMENT 'DD_PARAM_MATERIA'
            IF WS-PARAM-DD = SPACES
                MOVE 'MATERIA_NOTA_MINIMA.TXT' TO WS-PARAM-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-ESP-DD FROM ENVIRONMENT 'DD_LISTA_ESPERA'
            IF WS-ESP-DD = SPACES
                MOVE 'LISTA_ESPERA.TXT' TO WS-ESP-DD
            END-IF
            ACCEPT WS-TRA-DD FROM ENVIRONMENT 'DD_TRANCAMENTOS'
            IF WS-TRA-DD = SPACES
                MOVE 'TRANCAMENTOS.TXT' TO WS-TRA-DD
            END-IF
            ACCEPT WS-REM-DD FROM ENVIRONMENT 'DD_REMATRICULA'
            IF WS-REM-DD = SPACES
                MOVE 'REMATRICULA.TXT' TO WS-REM-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_DEMANDA'
            IF WS-RPT-DD = SPACES
                MOVE 'PROJECAO_DEMANDA.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-CURRICULO THRU 1000-FIM
            IF WS-QTD-CUR = 0
                DISPLAY 'GRADE CURRICULAR VAZIA (' WS-CUR-DD
                        ') - NADA A PROJETAR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1100-CARREGA-PREREQUISITOS THRU 1100-FIM
            PERFORM 1200-CARREGA-PARAMETROS THRU 1200-FIM
            PERFORM 1300-CARREGA-TURMAS THRU 1300-FIM
            PERFORM 1400-CARREGA-CURSANDO THRU 1400-FIM
            PERFORM 1500-CARREGA-FORA THRU 1500-FIM

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'PROJECAODEMANDA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            OPEN INPUT HISTORICO-NOTAS
            IF HIST-FS-OK
                MOVE 1 TO WS-HIST-ABERTO
            END-IF

            MOVE 'N' TO WS-EST-EOF
            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF STUDENT-ATIVO AND NOT STUDENT-EXTENSAO
                            PERFORM 2000-PROJETA-ALUNO THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE
            IF HISTORICO-ABERTO
                CLOSE HISTORICO-NOTAS
            END-IF

            PERFORM 4000-CARREGA-ESPERA THRU 4000-FIM
            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM

            DISPLAY 'ALUNOS PROJETADOS.....: ' WS-QTD-PROJETADOS
            DISPLAY 'DEMANDA TOTAL (VAGAS).: ' WS-TOT-DEMANDA
            DISPLAY 'TURMAS SUGERIDAS......: ' WS-TOT-SUGERIDAS
            DISPLAY 'RELATORIO EM ' WS-RPT-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-DERIVA-DESTINO  --  PERIODO SEGUINTE AO CORRENTE: AAAA-1
      *                            VAI PARA AAAA-2 E AAAA-2 PARA O
      *                            PRIMEIRO DO ANO SEGUINTE.
      ******************************************************************
       0500-DERIVA-DESTINO.
            IF WS-PER-ANO NOT NUMERIC OR WS-PER-SEP NOT = '-'
               OR WS-PER-SEM NOT NUMERIC
                GO TO 0500-FIM
            END-IF
            MOVE WS-PERIODO TO WS-PERIODO-DESTINO
            IF WS-PER-SEM = 1
                MOVE 2 TO WS-DST-SEM
            ELSE
                MOVE 1 TO WS-DST-SEM
                ADD 1 TO WS-DST-ANO
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-CURRICULO  --  CARREGA AS OBRIGATORIAS DA GRADE DE
      *                               TODOS OS CURSOS E VERSOES (A
      *                               ELETIVA DEPENDE DA ESCOLHA DO
      *                               ALUNO E NAO E PROJETADA).
      ******************************************************************
       1000-CARREGA-CURRICULO.
            OPEN INPUT CURRICULO
            IF NOT CUR-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CURRICULO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CUR-OBRIGATORIA AND WS-QTD-CUR < 2000
                            ADD 1 TO WS-QTD-CUR
                            MOVE CUR-COURSE-CODE TO
                                 WS-CUR-CURSO(WS-QTD-CUR)
                            MOVE CUR-VERSAO TO
                                 WS-CUR-VERSAO(WS-QTD-CUR)
                            MOVE CUR-MATERIA TO
                                 WS-CUR-MAT(WS-QTD-CUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CURRICULO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PREREQUISITOS  --  CARREGA A TABELA DE
      *                                   PRE-REQUISITOS INTEIRA.
      ******************************************************************
       1100-CARREGA-PREREQUISITOS.
            OPEN INPUT PREREQUISITOS
            IF NOT PRE-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PREREQUISITOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-PREREQ < 500
                            ADD 1 TO WS-QTD-PREREQ
                            MOVE PRE-MATERIA TO
                                 WS-PRE-MATERIA(WS-QTD-PREREQ)
                            MOVE PRE-REQUISITO TO
                                 WS-PRE-REQUISITO(WS-QTD-PREREQ)
                            MOVE PRE-COURSE-CODE TO
                                 WS-PRE-CURSO(WS-QTD-PREREQ)
                            MOVE PRE-VERSAO TO
                                 WS-PRE-VERSAO(WS-QTD-PREREQ)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PREREQUISITOS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-PARAMETROS  --  CARREGA A NOTA MINIMA POR MATERIA
      *                                (PADRAO 6).
      ******************************************************************
       1200-CARREGA-PARAMETROS.
            OPEN INPUT PARAM-MATERIAS
            IF NOT PARAM-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PARAM-MATERIAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-PRM < 200
                            ADD 1 TO WS-QTD-PRM
                            MOVE PARAM-MATERIA TO
                                 WS-PRM-NOME(WS-QTD-PRM)
                            MOVE PARAM-NOTA-MINIMA TO
                                 WS-PRM-MIN(WS-QTD-PRM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARAM-MATERIAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-TURMAS  --  CARREGA AS TURMAS REGULARES DE TODOS
      *                            OS PERIODOS (MATERIA, TURNO E
      *                            CAPACIDADE).
      ******************************************************************
       1300-CARREGA-TURMAS.
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
                        IF NOT TURMA-EXTENSAO AND WS-QTD-TURMAS < 500
                            ADD 1 TO WS-QTD-TURMAS
                            MOVE TURMA-CODIGO TO
                                 WS-TUR-CODIGO(WS-QTD-TURMAS)
                            MOVE TURMA-MATERIA TO
                                 WS-TUR-MATERIA(WS-QTD-TURMAS)
                            MOVE TURMA-PERIODO TO
                                 WS-TUR-PERIODO(WS-QTD-TURMAS)
                            MOVE TURMA-TURNO TO
                                 WS-TUR-TURNO(WS-QTD-TURMAS)
                            IF TURMA-CAPACIDADE NUMERIC
                                MOVE TURMA-CAPACIDADE TO
                                     WS-TUR-CAP(WS-QTD-TURMAS)
                            ELSE
                                MOVE ZEROS TO
                                     WS-TUR-CAP(WS-QTD-TURMAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-CURSANDO  --  GUARDA AS INSCRICOES NAO CANCELADAS
      *                              DO PERIODO CORRENTE EM TURMA
      *                              REGULAR CONHECIDA.
      ******************************************************************
       1400-CARREGA-CURSANDO.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF NOT TAL-CANCELADO
                           AND TAL-PERIODO = WS-PERIODO
                           AND WS-QTD-CSD < 5000
                            PERFORM 1450-GUARDA-CURSANDO THRU 1450-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1450-GUARDA-CURSANDO  --  RESOLVE A TURMA DA INSCRICAO NA
      *                             TABELA E GUARDA O PAR ALUNO/TURMA.
      ******************************************************************
       1450-GUARDA-CURSANDO.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IDX) = TAL-TURMA-CODIGO
                    MOVE WS-IDX TO WS-POS-TUR
                    MOVE WS-QTD-TURMAS TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-TUR = 0
                GO TO 1450-FIM
            END-IF
            ADD 1 TO WS-QTD-CSD
            MOVE TAL-CD-STUDENT TO WS-CSD-CD(WS-QTD-CSD)
            MOVE WS-POS-TUR TO WS-CSD-POS-TUR(WS-QTD-CSD).
       1450-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-FORA  --  ALUNOS QUE NAO VOLTAM NO PERIODO
      *                          DESTINO: TRANCAMENTO APROVADO QUE O
      *                          COBRE (COMO NA REMATRICULA) E
      *                          REMATRICULA DO DESTINO MARCADA COMO
      *                          TRANCADA.
      ******************************************************************
       1500-CARREGA-FORA.
            OPEN INPUT TRANCAMENTOS
            IF TRA-FS-OK
                MOVE 'N' TO WS-ARQ-EOF
                PERFORM UNTIL ARQ-FIM
                    READ TRANCAMENTOS
                        AT END
                            MOVE 'F' TO WS-ARQ-EOF
                        NOT AT END
                            IF TRA-APROVADO
                               AND TRA-PERIODO-INICIO <=
                                   WS-PERIODO-DESTINO
                               AND TRA-PERIODO-RETORNO >
                                   WS-PERIODO-DESTINO
                               AND WS-QTD-FORA < 3000
                                ADD 1 TO WS-QTD-FORA
                                MOVE TRA-CD-STUDENT TO
                                     WS-FORA-CD(WS-QTD-FORA)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANCAMENTOS
            END-IF

            OPEN INPUT REMATRICULAS
            IF NOT REM-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ REMATRICULAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF REM-PERIODO = WS-PERIODO-DESTINO
                           AND REM-TRANCADA
                           AND WS-QTD-FORA < 3000
                            ADD 1 TO WS-QTD-FORA
                            MOVE REM-CD-STUDENT TO
                                 WS-FORA-CD(WS-QTD-FORA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REMATRICULAS.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROJETA-ALUNO  --  PROJETA AS MATERIAS DO ALUNO CORRENTE
      *                           NO PERIODO DESTINO E SOMA NA DEMANDA
      *                           DO TURNO DELE.
      ******************************************************************
       2000-PROJETA-ALUNO.
            MOVE CD-STUDENT TO WS-CD-ALVO
            MOVE 0 TO WS-FORA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FORA
                IF WS-FORA-CD(WS-IDX) = WS-CD-ALVO
                    MOVE 1 TO WS-FORA
                    MOVE WS-QTD-FORA TO WS-IDX
                END-IF
            END-PERFORM
            IF ALUNO-FORA
                ADD 1 TO WS-QTD-TRANCADOS
                GO TO 2000-FIM
            END-IF

            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE STUDENT-VERSAO-MATRIZ TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-ALUNO

      * TURNO DO ALUNO = TURNO DA PRIMEIRA TURMA EM QUE ESTA HOJE
            MOVE SPACE TO WS-TURNO-ALUNO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CSD
                IF WS-CSD-CD(WS-IDX) = WS-CD-ALVO
                    MOVE WS-TUR-TURNO(WS-CSD-POS-TUR(WS-IDX))
                        TO WS-TURNO-ALUNO
                    MOVE WS-QTD-CSD TO WS-IDX
                END-IF
            END-PERFORM

            PERFORM 2100-CARREGA-HISTORICO THRU 2100-FIM

            MOVE 0 TO WS-QTD-GRADE
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-CUR
                IF WS-CUR-CURSO(WS-IDX-2) = COURSE-CODE
                   AND WS-CUR-VERSAO(WS-IDX-2) = WS-VERSAO-ALUNO
                    ADD 1 TO WS-QTD-GRADE
                    PERFORM 3000-AVALIA-MATERIA THRU 3000-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-GRADE = 0
                ADD 1 TO WS-QTD-SEM-GRADE
                GO TO 2000-FIM
            END-IF
            ADD 1 TO WS-QTD-PROJETADOS.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CARREGA-HISTORICO  --  MONTA O LANCAMENTO VIGENTE POR
      *                               MATERIA (O MAIS RECENTE
      *                               PREVALECE, ESTORNO ANULA) E O
      *                               SALDO POR MATERIA X PERIODO DO
      *                               ALUNO CORRENTE, ARQUIVO MORTO
      *                               (SE INFORMADO) ANTES DO VIVO.
      ******************************************************************
       2100-CARREGA-HISTORICO.
            MOVE 0 TO WS-QTD-VIG
            MOVE 0 TO WS-QTD-TEN
            IF WS-HARQ-DD NOT = SPACES
                OPEN INPUT HISTORICO-ARQUIVO
                IF HARQ-FS-OK
                    MOVE 'N' TO WS-HIST-EOF
                    PERFORM UNTIL HIST-FIM-ARQUIVO
                        READ HISTORICO-ARQUIVO
                            AT END
                                MOVE 'F' TO WS-HIST-EOF
                            NOT AT END
                                MOVE REG-HIST-ARQUIVO
                                    TO REG-HISTORICO
                                IF HIST-CD-STUDENT = WS-CD-ALVO
                                    PERFORM 2200-REGISTRA-VIGENTE
                                         THRU 2200-FIM
                                    PERFORM 2300-REGISTRA-TENTATIVA
                                         THRU 2300-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE HISTORICO-ARQUIVO
                END-IF
            END-IF
            IF NOT HISTORICO-ABERTO
                GO TO 2100-FIM
            END-IF
            MOVE WS-CD-ALVO TO HIDX-CD-STUDENT
            MOVE ZEROS TO HIDX-SEQ
            MOVE 'N' TO WS-HIST-EOF
            START HISTORICO-NOTAS KEY >= HIDX-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-HIST-EOF
            END-START
            PERFORM UNTIL HIST-FIM-ARQUIVO
                READ HISTORICO-NOTAS NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-HIST-EOF
                    NOT AT END
                        IF HIDX-CD-STUDENT NOT = WS-CD-ALVO
                            MOVE 'F' TO WS-HIST-EOF
                        ELSE
                            MOVE HIDX-IMAGEM TO REG-HISTORICO
                            PERFORM 2200-REGISTRA-VIGENTE
                                 THRU 2200-FIM
                            PERFORM 2300-REGISTRA-TENTATIVA
                                 THRU 2300-FIM
                        END-IF
                END-READ
            END-PERFORM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-REGISTRA-VIGENTE  --  ATUALIZA O LANCAMENTO VIGENTE DA
      *                              MATERIA LIDA.
      ******************************************************************
       2200-REGISTRA-VIGENTE.
            MOVE 0 TO WS-POS-VIG
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VIG
                IF WS-VIG-MATERIA(WS-IDX) = HIST-MATERIA
                    MOVE WS-IDX TO WS-POS-VIG
                    MOVE WS-QTD-VIG TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-VIG = 0
                IF HIST-LANC-ESTORNO OR WS-QTD-VIG >= 200
                    GO TO 2200-FIM
                END-IF
                ADD 1 TO WS-QTD-VIG
                MOVE WS-QTD-VIG TO WS-POS-VIG
                MOVE HIST-MATERIA TO WS-VIG-MATERIA(WS-POS-VIG)
            END-IF
            IF HIST-LANC-ESTORNO
                MOVE 0 TO WS-VIG-ATIVO(WS-POS-VIG)
            ELSE
                MOVE 1 TO WS-VIG-ATIVO(WS-POS-VIG)
                MOVE HIST-MEDIA TO WS-VIG-MEDIA(WS-POS-VIG)
                MOVE HIST-FREQUENCIA TO WS-VIG-FREQ(WS-POS-VIG)
            END-IF.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-REGISTRA-TENTATIVA  --  SOMA O LANCAMENTO NO SALDO DA
      *                                MATERIA X PERIODO (ESTORNO
      *                                SUBTRAI; EQUIVALENCIA NAO E
      *                                TENTATIVA).
      ******************************************************************
       2300-REGISTRA-TENTATIVA.
            IF HIST-LANC-EQUIVALENCIA
                GO TO 2300-FIM
            END-IF
            MOVE 0 TO WS-POS-TEN
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TEN
                IF WS-TEN-MATERIA(WS-IDX) = HIST-MATERIA
                   AND WS-TEN-PERIODO(WS-IDX) = HIST-PERIODO
                    MOVE WS-IDX TO WS-POS-TEN
                    MOVE WS-QTD-TEN TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-TEN = 0
                IF WS-QTD-TEN >= 300
                    GO TO 2300-FIM
                END-IF
                ADD 1 TO WS-QTD-TEN
                MOVE WS-QTD-TEN TO WS-POS-TEN
                MOVE HIST-MATERIA TO WS-TEN-MATERIA(WS-POS-TEN)
                MOVE HIST-PERIODO TO WS-TEN-PERIODO(WS-POS-TEN)
                MOVE 0 TO WS-TEN-SALDO(WS-POS-TEN)
            END-IF
            IF HIST-LANC-ESTORNO
                SUBTRACT 1 FROM WS-TEN-SALDO(WS-POS-TEN)
            ELSE
                ADD 1 TO WS-TEN-SALDO(WS-POS-TEN)
            END-IF.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 3000-AVALIA-MATERIA  --  DECIDE SE A OBRIGATORIA WS-IDX-2 DA
      *                            GRADE ENTRA NA DEMANDA DO ALUNO:
      *                            NAO APROVADA, NAO EM CURSO, DENTRO
      *                            DO LIMITE DE TENTATIVAS E COM OS
      *                            PRE-REQUISITOS CUMPRIDOS.
      ******************************************************************
       3000-AVALIA-MATERIA.
            MOVE WS-CUR-MAT(WS-IDX-2) TO WS-MATERIA-ALVO
            PERFORM 3100-SITUACAO-MATERIA THRU 3100-FIM
            IF NOT MAT-PENDENTE
                GO TO 3000-FIM
            END-IF

            MOVE 0 TO WS-TENTATIVAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TEN
                IF WS-TEN-MATERIA(WS-IDX) = WS-MATERIA-ALVO
                   AND WS-TEN-SALDO(WS-IDX) > 0
                    ADD 1 TO WS-TENTATIVAS
                END-IF
            END-PERFORM
            IF WS-TENTATIVAS >= WS-MAX-TENTATIVAS
                ADD 1 TO WS-QTD-BARRADAS-TENT
                GO TO 3000-FIM
            END-IF

            MOVE 1 TO WS-PREREQ-OK
            PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                    UNTIL WS-IDX-3 > WS-QTD-PREREQ
                                  OR NOT PREREQ-ATENDIDOS
                IF WS-PRE-MATERIA(WS-IDX-3) = WS-CUR-MAT(WS-IDX-2)
                   AND (WS-PRE-CURSO(WS-IDX-3) = SPACES
                        OR (WS-PRE-CURSO(WS-IDX-3) = COURSE-CODE
                            AND WS-PRE-VERSAO(WS-IDX-3) =
                                WS-VERSAO-ALUNO))
                    MOVE WS-PRE-REQUISITO(WS-IDX-3) TO
                         WS-MATERIA-ALVO
                    PERFORM 3100-SITUACAO-MATERIA THRU 3100-FIM
                    IF MAT-PENDENTE
                        MOVE 0 TO WS-PREREQ-OK
                    END-IF
                END-IF
            END-PERFORM
            IF NOT PREREQ-ATENDIDOS
                ADD 1 TO WS-QTD-BARRADAS-PRE
                GO TO 3000-FIM
            END-IF

            MOVE WS-CUR-MAT(WS-IDX-2) TO WS-MATERIA-ALVO
            MOVE WS-TURNO-ALUNO TO WS-TURNO-ALVO
            PERFORM 3500-LOCALIZA-DEMANDA THRU 3500-FIM
            IF WS-POS-DEM > 0
                ADD 1 TO WS-DEM-ALUNOS(WS-POS-DEM)
                ADD 1 TO WS-TOT-DEMANDA
            END-IF.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-SITUACAO-MATERIA  --  SITUACAO DE WS-MATERIA-ALVO PARA O
      *                              ALUNO CORRENTE: APROVADA (VIGENTE
      *                              COM MEDIA E FREQUENCIA), CURSANDO
      *                              NO PERIODO CORRENTE OU PENDENTE.
      ******************************************************************
       3100-SITUACAO-MATERIA.
            MOVE 'P' TO WS-SITUACAO-MAT
            MOVE 6 TO WS-NOTA-MINIMA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRM
                IF WS-PRM-NOME(WS-IDX) = WS-MATERIA-ALVO
                    MOVE WS-PRM-MIN(WS-IDX) TO WS-NOTA-MINIMA
                    MOVE WS-QTD-PRM TO WS-IDX
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VIG
                IF WS-VIG-MATERIA(WS-IDX) = WS-MATERIA-ALVO
                   AND WS-VIG-ATIVO(WS-IDX) = 1
                   AND WS-VIG-MEDIA(WS-IDX) >= WS-NOTA-MINIMA
                   AND WS-VIG-FREQ(WS-IDX) >= WS-FREQ-MINIMA
                    MOVE 'A' TO WS-SITUACAO-MAT
                    GO TO 3100-FIM
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CSD
                IF WS-CSD-CD(WS-IDX) = WS-CD-ALVO
                   AND WS-TUR-MATERIA(WS-CSD-POS-TUR(WS-IDX)) =
                       WS-MATERIA-ALVO
                    MOVE 'C' TO WS-SITUACAO-MAT
                    GO TO 3100-FIM
                END-IF
            END-PERFORM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3500-LOCALIZA-DEMANDA  --  PROCURA (OU ABRE) A LINHA DE DEMANDA
      *                              DE WS-MATERIA-ALVO X WS-TURNO-ALVO.
      ******************************************************************
       3500-LOCALIZA-DEMANDA.
            MOVE 0 TO WS-POS-DEM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-DEM
                IF WS-DEM-MATERIA(WS-IDX) = WS-MATERIA-ALVO
                   AND WS-DEM-TURNO(WS-IDX) = WS-TURNO-ALVO
                    MOVE WS-IDX TO WS-POS-DEM
                    MOVE WS-QTD-DEM TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-DEM > 0 OR WS-QTD-DEM >= 600
                GO TO 3500-FIM
            END-IF
            ADD 1 TO WS-QTD-DEM
            MOVE WS-QTD-DEM TO WS-POS-DEM
            MOVE WS-MATERIA-ALVO TO WS-DEM-MATERIA(WS-POS-DEM)
            MOVE WS-TURNO-ALVO TO WS-DEM-TURNO(WS-POS-DEM)
            MOVE 0 TO WS-DEM-ALUNOS(WS-POS-DEM)
            MOVE 0 TO WS-DEM-ESPERA(WS-POS-DEM)
            MOVE 0 TO WS-DEM-AGUARDANDO(WS-POS-DEM).
       3500-FIM.
            EXIT.

      ******************************************************************
      * 4000-CARREGA-ESPERA  --  SOMA A LISTA DE ESPERA DO PERIODO
      *                            CORRENTE POR MATERIA X TURNO DA
      *                            TURMA (TODAS AS ENTRADAS E AS QUE
      *                            AINDA AGUARDAM VAGA).
      ******************************************************************
       4000-CARREGA-ESPERA.
            OPEN INPUT LISTA-ESPERA
            IF NOT ESP-FS-OK
                GO TO 4000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ LISTA-ESPERA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF ESP-PERIODO = WS-PERIODO
                            PERFORM 4100-SOMA-ESPERA THRU 4100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LISTA-ESPERA.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-SOMA-ESPERA  --  RESOLVE A TURMA DA ENTRADA DE ESPERA E
      *                         SOMA NA LINHA DA MATERIA X TURNO.
      ******************************************************************
       4100-SOMA-ESPERA.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IDX-2) = ESP-TURMA-CODIGO
                    MOVE WS-IDX-2 TO WS-POS-TUR
                    MOVE WS-QTD-TURMAS TO WS-IDX-2
                END-IF
            END-PERFORM
            IF WS-POS-TUR = 0
                GO TO 4100-FIM
            END-IF
            MOVE WS-TUR-MATERIA(WS-POS-TUR) TO WS-MATERIA-ALVO
            MOVE WS-TUR-TURNO(WS-POS-TUR) TO WS-TURNO-ALVO
            PERFORM 3500-LOCALIZA-DEMANDA THRU 3500-FIM
            IF WS-POS-DEM = 0
                GO TO 4100-FIM
            END-IF
            ADD 1 TO WS-DEM-ESPERA(WS-POS-DEM)
            ADD 1 TO WS-TOT-ESPERA
            IF ESP-AGUARDANDO
                ADD 1 TO WS-DEM-AGUARDANDO(WS-POS-DEM)
            END-IF.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  UMA LINHA POR MATERIA X TURNO COM A
      *                             DEMANDA PROJETADA, A CAPACIDADE
      *                             MEDIA, AS TURMAS SUGERIDAS E A
      *                             LISTA DE ESPERA DO PERIODO
      *                             CORRENTE.
      ******************************************************************
       5000-EMITE-RELATORIO.
      * CAPACIDADE MEDIA GERAL, PARA A MATERIA SEM TURMA COM CAPACIDADE
            MOVE 0 TO WS-SOMA-CAP
            MOVE 0 TO WS-QTD-CAP
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-CAP(WS-IDX) > 0
                    ADD WS-TUR-CAP(WS-IDX) TO WS-SOMA-CAP
                    ADD 1 TO WS-QTD-CAP
                END-IF
            END-PERFORM
            IF WS-QTD-CAP > 0
                COMPUTE WS-CAP-GERAL = WS-SOMA-CAP / WS-QTD-CAP
            ELSE
                MOVE WS-CAP-PADRAO TO WS-CAP-GERAL
            END-IF

            OPEN OUTPUT RELATORIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO (' WS-RPT-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO 5000-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            STRING 'PROJECAO DE DEMANDA PARA O PERIODO '
                   WS-PERIODO-DESTINO
                   ' (BASE: PERIODO ' WS-PERIODO ')'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                   ' - LIMITE DE TENTATIVAS ' WS-MAX-TENTATIVAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'MATERIA                                            '
                   'TURNO  DEMANDA CAP.MED TURMAS  ESPERA AGUARD.'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-POS-DEM FROM 1 BY 1
                    UNTIL WS-POS-DEM > WS-QTD-DEM
                PERFORM 5100-LINHA-DEMANDA THRU 5100-FIM
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'ALUNOS LIDOS.................: ' WS-QTD-LIDOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'ALUNOS PROJETADOS............: ' WS-QTD-PROJETADOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'FORA (TRANCAMENTO NO DESTINO): ' WS-QTD-TRANCADOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'SEM GRADE PARA CURSO/MATRIZ..: ' WS-QTD-SEM-GRADE
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'BARRADAS POR TENTATIVAS......: '
                   WS-QTD-BARRADAS-TENT
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'BARRADAS POR PRE-REQUISITO...: '
                   WS-QTD-BARRADAS-PRE
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'DEMANDA TOTAL (VAGAS)........: ' WS-TOT-DEMANDA
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS SUGERIDAS.............: ' WS-TOT-SUGERIDAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'ENTRADAS NA LISTA DE ESPERA..: ' WS-TOT-ESPERA
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-LINHA-DEMANDA  --  CAPACIDADE MEDIA DA MATERIA (TURMAS COM
      *                           CAPACIDADE, QUALQUER TURNO/PERIODO),
      *                           TURMAS SUGERIDAS (DEMANDA DIVIDIDA
      *                           PELA CAPACIDADE, ARREDONDADA PARA
      *                           CIMA) E A LINHA DO RELATORIO.
      ******************************************************************
       5100-LINHA-DEMANDA.
            MOVE 0 TO WS-SOMA-CAP
            MOVE 0 TO WS-QTD-CAP
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-MATERIA(WS-IDX) = WS-DEM-MATERIA(WS-POS-DEM)
                   AND WS-TUR-CAP(WS-IDX) > 0
                    ADD WS-TUR-CAP(WS-IDX) TO WS-SOMA-CAP
                    ADD 1 TO WS-QTD-CAP
                END-IF
            END-PERFORM
            IF WS-QTD-CAP > 0
                COMPUTE WS-CAP-MEDIA = WS-SOMA-CAP / WS-QTD-CAP
            ELSE
                MOVE WS-CAP-GERAL TO WS-CAP-MEDIA
            END-IF
            IF WS-CAP-MEDIA = 0
                MOVE WS-CAP-PADRAO TO WS-CAP-MEDIA
            END-IF

            DIVIDE WS-DEM-ALUNOS(WS-POS-DEM) BY WS-CAP-MEDIA
                GIVING WS-TURMAS-SUGERIDAS REMAINDER WS-RESTO
            IF WS-RESTO > 0
                ADD 1 TO WS-TURMAS-SUGERIDAS
            END-IF
            ADD WS-TURMAS-SUGERIDAS TO WS-TOT-SUGERIDAS

            EVALUATE WS-DEM-TURNO(WS-POS-DEM)
                WHEN 'M'
                    MOVE 'MANHA' TO WS-DESC-TURNO
                WHEN 'T'
                    MOVE 'TARDE' TO WS-DESC-TURNO
                WHEN 'N'
                    MOVE 'NOITE' TO WS-DESC-TURNO
                WHEN OTHER
                    MOVE '(SEM)' TO WS-DESC-TURNO
            END-EVALUATE
            MOVE WS-DEM-ALUNOS(WS-POS-DEM) TO WS-QTD-ED
            MOVE WS-CAP-MEDIA TO WS-CAP-ED
            MOVE WS-TURMAS-SUGERIDAS TO WS-SUG-ED
            MOVE WS-DEM-ESPERA(WS-POS-DEM) TO WS-QTD-ED-2
            MOVE WS-DEM-AGUARDANDO(WS-POS-DEM) TO WS-QTD-ED-3
            MOVE SPACES TO RPT-LINHA
            STRING WS-DEM-MATERIA(WS-POS-DEM) ' '
                   WS-DESC-TURNO '    '
                   WS-QTD-ED '     '
                   WS-CAP-ED '   '
                   WS-SUG-ED '   '
                   WS-QTD-ED-2 '   '
                   WS-QTD-ED-3
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'PROJECAODEMANDA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-DESTINO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM PROJECAODEMANDA.
