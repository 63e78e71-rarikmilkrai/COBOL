      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:APURACAO DOS INDICADORES INSTITUCIONAIS DO PERIODO
      *         LETIVO FECHADO, POR CURSO E PARA A INSTITUICAO
      *         INTEIRA, NA DATA DE CORTE DO FECHAPERIODO (A DATA DE
      *         FECHAMENTO GRAVADA NO PERIODOS_FECHADOS.TXT):
      *           MATRICULADOS  ALUNOS COM INSCRICAO NAO CANCELADA EM
      *                         TURMA DO PERIODO (TURMA_ALUNO)
      *           INGRESSANTES  ENROLLMENT-DATE DENTRO DO SEMESTRE
      *           SAIDAS        ALUNOS QUE PASSARAM A T, E OU V NO
      *                         SEMESTRE (STATUS_HIST); A TAXA DE
      *                         EVASAO E SOBRE MATRICULADOS + SAIDAS
      *                         SEM MATRICULA NO PERIODO
      *           APROVACAO     LANCAMENTOS DO PERIODO COM CONCEITO
      *                         A/B/C E FREQUENCIA DE 75% OU MAIS
      *                         (ESTORNO ANULA O REVERTIDO;
      *                         EQUIVALENCIA EXTERNA NAO ENTRA)
      *           MEDIA GERAL   MEDIA DOS MESMOS LANCAMENTOS
      *           FREQUENCIA    PRESENCAS / AULAS DADAS (FREQUENCIA)
      *           FINANCEIRO    COMPETENCIAS DO SEMESTRE NAS
      *                         MENSALIDADES (SEM RENEGOCIADAS,
      *                         CANCELADAS E CURSO LIVRE): FATURADO,
      *                         RECEBIDO ATE O CORTE, EM ATRASO NO
      *                         CORTE, TAXA DE INADIMPLENCIA SOBRE O
      *                         FATURADO E RECEITA POR MATRICULADO.
      *         PARTICIPANTES DE CURSO LIVRE (STUDENT-TIPO E) FICAM
      *         FORA. O CURSO E O DO CADASTRO NO DIA DA APURACAO.
      *         OS NUMEROS VAO PARA O HISTORICO DE INDICADORES
      *         (INDICADORES.TXT, FD_INDICADOR_PERIODO) UMA UNICA VEZ:
      *         PERIODO JA APURADO NAO E RECALCULADO - SO E REEMITIDO.
      *         EMITE O COMPARATIVO COM OS TRES PERIODOS ANTERIORES
      *         (INDICADORES.RPT) E O CSV DA SERIE INTEIRA PARA A
      *         PLANILHA DA DIRETORIA (INDICADORES.CSV, SEPARADOR ';').
      *         PERIODO: DD_PERIODO_LETIVO; EM BRANCO, O ULTIMO
      *         PERIODO FECHADO. RC 4 QUANDO O PERIODO NAO ESTA
      *         FECHADO. ATE HOJE CADA NUMERO VINHA DE UM RELATORIO
      *         DIFERENTE, CADA UM COM SEU PROPRIO CORTE, E A
      *         DIRETORIA RECEBIA TAXAS QUE NAO FECHAVAM ENTRE SI.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURAINDICADORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FECHADOS ASSIGN TO DYNAMIC WS-FEC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEC-FS.

           SELECT INDICADORES ASSIGN TO DYNAMIC WS-IND-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IND-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT STATUS-HIST ASSIGN TO DYNAMIC WS-STH-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STH-FS.

           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT FREQUENCIA ASSIGN TO DYNAMIC WS-FREQ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREQ-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

           SELECT INDICADORES-CSV ASSIGN TO DYNAMIC WS-CSV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS-FECHADOS.
          COPY FD_PERIODO_FECHADO.

       FD INDICADORES.
       01 IND-LINHA                     PIC X(121).

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD STATUS-HIST.
          COPY FD_STATUS_HIST.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD FREQUENCIA.
          COPY FD_FREQUENCIA.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD RELATORIO.
       01 RPT-LINHA                     PIC X(132).

       FD INDICADORES-CSV.
       01 CSV-LINHA                     PIC X(250).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
          COPY FD_INDICADOR_PERIODO.
       01 WS-FEC-DD                PIC X(100) VALUE SPACES.
       01 WS-IND-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-STH-DD                PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-FREQ-DD               PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       01 WS-CSV-DD                PIC X(100) VALUE SPACES.
       77 WS-FEC-FS                PIC XX VALUE SPACES.
          88 FEC-FS-OK             VALUE '00'.
       77 WS-IND-FS                PIC XX VALUE SPACES.
          88 IND-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-STH-FS                PIC XX VALUE SPACES.
          88 STH-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-FREQ-FS               PIC XX VALUE SPACES.
          88 FREQ-FS-OK            VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-CSV-FS                PIC XX VALUE SPACES.
          88 CSV-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.
       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       77 WS-PERIODO               PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DT-CORTE              PIC 9(08) VALUE ZEROS.
       77 WS-DT-APURADO            PIC 9(08) VALUE ZEROS.
       77 WS-INFORMADO             PIC 9 VALUE 0.
          88 PERIODO-INFORMADO     VALUE 1.
       77 WS-FECHADO               PIC 9 VALUE 0.
          88 PERIODO-FECHADO       VALUE 1.
       77 WS-APURADO               PIC 9 VALUE 0.
          88 PERIODO-JA-APURADO    VALUE 1.

      * JANELA DO SEMESTRE (AAAA-1 = JAN A JUN, AAAA-2 = JUL A DEZ),
      * EM DATAS E EM COMPETENCIAS (AAAAMM).
       01 WS-PERIODO-PARTES.
          03 WS-PER-AAAA           PIC 9(04).
          03 FILLER                PIC X(01).
          03 WS-PER-SEM            PIC X(01).
       77 WS-DT-INICIO             PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM                PIC 9(08) VALUE ZEROS.
       77 WS-COMP-INICIO           PIC 9(06) VALUE ZEROS.
       77 WS-COMP-FIM              PIC 9(06) VALUE ZEROS.

      * ALUNOS DO CADASTRO PELA POSICAO DO CD-STUDENT: CURSO (POSICAO
      * NA TABELA DE CURSOS; ZERO = FORA DA APURACAO) E MARCA DO
      * PERIODO (M MATRICULADO, S SAIU SEM MATRICULA, B MATRICULADO
      * QUE SAIU).
       01 WS-TAB-ALUNO.
          03 WS-ALU-ENT OCCURS 99999 TIMES.
             05 WS-ALU-CURSO       PIC 9(03) COMP.
             05 WS-ALU-MARCA       PIC X(01).
       77 WS-POS-ALU               PIC 9(05) VALUE ZEROS.

       01 WS-TAB-CURSO.
          03 WS-QTD-CUR            PIC 9(03) VALUE ZEROS.
          03 WS-CUR-ENT OCCURS 101 TIMES.
             05 WS-CUR-CODIGO      PIC X(05).
             05 WS-CUR-MATRIC      PIC 9(05).
             05 WS-CUR-INGRESSO    PIC 9(05).
             05 WS-CUR-SAIDAS      PIC 9(05).
             05 WS-CUR-BASE-EVA    PIC 9(05).
             05 WS-CUR-AVAL        PIC S9(06).
             05 WS-CUR-APROV       PIC S9(06).
             05 WS-CUR-SOMA-MEDIA  PIC S9(08)V9(02).
             05 WS-CUR-AULAS-DADAS PIC 9(08).
             05 WS-CUR-AULAS-PRES  PIC 9(08).
             05 WS-CUR-FATURADO    PIC 9(09)V9(02).
             05 WS-CUR-RECEBIDO    PIC 9(09)V9(02).
             05 WS-CUR-ATRASO      PIC 9(09)V9(02).
       77 WS-POS-CUR               PIC 9(03) VALUE ZEROS.
       77 WS-POS-TOT               PIC 9(03) VALUE ZEROS.
       77 WS-CURSO-TRAB            PIC X(05) VALUE SPACES.

       01 WS-TAB-TURMA.
          03 WS-QTD-TUR            PIC 9(04) VALUE ZEROS.
          03 WS-TUR-ENT OCCURS 3000 TIMES.
             05 WS-TUR-CODIGO      PIC X(08).
             05 WS-TUR-PERIODO     PIC X(06).
       77 WS-PERIODO-TAL           PIC X(06) VALUE SPACES.

      * HISTORICO DE INDICADORES JA GRAVADO (UMA ENTRADA POR PERIODO
      * E CURSO; LINHA REPETIDA DE UMA GRAVACAO INTERROMPIDA VALE A
      * ULTIMA) MAIS AS LINHAS APURADAS NESTA EXECUCAO.
       01 WS-TAB-HISTORICO.
          03 WS-QTD-HIS            PIC 9(04) VALUE ZEROS.
          03 WS-HIS-ENT OCCURS 3000 TIMES.
             05 WS-HIS-PERIODO     PIC X(06).
             05 WS-HIS-CURSO       PIC X(05).
             05 WS-HIS-IMAGEM      PIC X(121).
       77 WS-POS-HIS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRAVADAS          PIC 9(04) VALUE ZEROS.

      * PERIODOS DO COMPARATIVO: O PERIODO APURADO E OS TRES
      * ANTERIORES PRESENTES NO HISTORICO, EM ORDEM CRESCENTE.
       01 WS-TAB-COLUNAS.
          03 WS-QTD-COL            PIC 9(01) VALUE ZEROS.
          03 WS-COL-PERIODO        PIC X(06) OCCURS 4 TIMES.
       77 WS-IDX-COL               PIC 9(01) VALUE ZEROS.
       77 WS-PERIODO-ANTERIOR      PIC X(06) VALUE SPACES.
       77 WS-PERIODO-BUSCA         PIC X(06) VALUE SPACES.

       01 WS-TAB-ROTULOS.
          03 FILLER PIC X(22) VALUE 'MATRICULADOS'.
          03 FILLER PIC X(22) VALUE 'INGRESSANTES'.
          03 FILLER PIC X(22) VALUE 'SAIDAS'.
          03 FILLER PIC X(22) VALUE 'TAXA DE EVASAO %'.
          03 FILLER PIC X(22) VALUE 'AVALIACOES'.
          03 FILLER PIC X(22) VALUE 'TAXA DE APROVACAO %'.
          03 FILLER PIC X(22) VALUE 'MEDIA GERAL'.
          03 FILLER PIC X(22) VALUE 'FREQUENCIA %'.
          03 FILLER PIC X(22) VALUE 'FATURADO'.
          03 FILLER PIC X(22) VALUE 'RECEBIDO'.
          03 FILLER PIC X(22) VALUE 'EM ATRASO NO CORTE'.
          03 FILLER PIC X(22) VALUE 'TAXA INADIMPLENCIA %'.
          03 FILLER PIC X(22) VALUE 'RECEITA POR ALUNO'.
       01 FILLER REDEFINES WS-TAB-ROTULOS.
          03 WS-ROTULO             PIC X(22) OCCURS 13 TIMES.
       77 WS-IDX-ROT               PIC 9(02) VALUE ZEROS.

       77 WS-IDX                   PIC 9(05) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-VALOR                 PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ANT             PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-TEM-ANTERIOR          PIC 9 VALUE 0.
       77 WS-VARIACAO              PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC Z(8)9.99.
       77 WS-QTD-ED                PIC Z(11)9.
       77 WS-VARIACAO-ED           PIC -(8)9.99.
       77 WS-QUOCIENTE             PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-POS-LINHA             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS-RPT        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CSV               PIC 9(05) VALUE ZEROS.

       01 WS-CSV-CAMPOS.
          03 WS-CSV-ED             PIC Z(8)9.99 OCCURS 13 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* APURAINDICADORES - INDICADORES DO PERIODO   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE 'APURAINDICADORES' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'APURAINDICADORES JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            PERFORM 0100-ABRE-PARAMETROS THRU 0100-FIM
            PERFORM 0800-LOCALIZA-FECHAMENTO THRU 0800-FIM
            IF WS-PERIODO = SPACES
                DISPLAY 'NENHUM PERIODO FECHADO - NADA A APURAR.'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 1000-CARREGA-HISTORICO THRU 1000-FIM

            IF PERIODO-JA-APURADO
                DISPLAY 'PERIODO ' WS-PERIODO ' JA APURADO EM '
                        WS-DT-APURADO ' - NUMEROS CONGELADOS, '
                        'SOMENTE REEMITIDOS.'
            ELSE
                IF NOT PERIODO-FECHADO
                    DISPLAY 'PERIODO ' WS-PERIODO ' NAO ESTA FECHADO '
                            '- INDICADORES NAO APURADOS.'
                    MOVE 'APURAINDICADORES' TO LOG-PROGRAMA
                                               OF WS-LOG-PARM
                    MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                    MOVE 'IND001' TO LOG-CODIGO OF WS-LOG-PARM
                    STRING 'PERIODO ' WS-PERIODO
                           DELIMITED BY SIZE
                           INTO LOG-MENSAGEM OF WS-LOG-PARM
                    END-STRING
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE 4 TO RETURN-CODE
                    GO TO 9900-ENCERRA
                END-IF
                PERFORM 0900-MONTA-JANELA THRU 0900-FIM
                PERFORM 2000-CARREGA-ALUNOS THRU 2000-FIM
                IF NOT EST-FS-OK
                    MOVE 8 TO RETURN-CODE
                    GO TO 9900-ENCERRA
                END-IF
                PERFORM 2100-CARREGA-TURMAS THRU 2100-FIM
                PERFORM 3000-APURA-MATRICULAS THRU 3000-FIM
                PERFORM 3100-APURA-SAIDAS THRU 3100-FIM
                PERFORM 3200-APURA-NOTAS THRU 3200-FIM
                PERFORM 3300-APURA-FREQUENCIA THRU 3300-FIM
                PERFORM 3400-APURA-FINANCEIRO THRU 3400-FIM
                PERFORM 4000-CONSOLIDA-INDICADORES THRU 4000-FIM
                PERFORM 5000-GRAVA-HISTORICO THRU 5000-FIM
            END-IF

            PERFORM 6000-MONTA-COLUNAS THRU 6000-FIM
            PERFORM 7000-EMITE-RELATORIO THRU 7000-FIM
            PERFORM 8000-EMITE-CSV THRU 8000-FIM

            DISPLAY 'PERIODO APURADO.........: ' WS-PERIODO
                    ' (CORTE ' WS-DT-CORTE ')'
            DISPLAY 'CURSOS GRAVADOS.........: ' WS-QTD-GRAVADAS
            DISPLAY 'RELATORIO COMPARATIVO...: ' WS-RPT-DD
            DISPLAY 'CSV DA SERIE............: ' WS-CSV-DD
                    ' (' WS-QTD-CSV ' LINHAS)'.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
                MOVE JOB-RC OF WS-JOB-PARM TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0100-ABRE-PARAMETROS  --  PERIODO PEDIDO E NOMES DOS ARQUIVOS.
      ******************************************************************
       0100-ABRE-PARAMETROS.
            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_LETIVO'
            IF WS-PERIODO NOT = SPACES
                MOVE 1 TO WS-INFORMADO
            END-IF
            ACCEPT WS-FEC-DD FROM ENVIRONMENT 'DD_PERIODOS_FECHADOS'
            IF WS-FEC-DD = SPACES
                MOVE 'PERIODOS_FECHADOS.TXT' TO WS-FEC-DD
            END-IF
            ACCEPT WS-IND-DD FROM ENVIRONMENT 'DD_INDICADORES'
            IF WS-IND-DD = SPACES
                MOVE 'INDICADORES.TXT' TO WS-IND-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-STH-DD FROM ENVIRONMENT 'DD_STATUS_HIST'
            IF WS-STH-DD = SPACES
                MOVE 'STATUS_HIST.TXT' TO WS-STH-DD
            END-IF
            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-FREQ-DD FROM ENVIRONMENT 'DD_FREQUENCIA'
            IF WS-FREQ-DD = SPACES
                MOVE 'FREQUENCIA.TXT' TO WS-FREQ-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_INDICADORES'
            IF WS-RPT-DD = SPACES
                MOVE 'INDICADORES.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-CSV-DD FROM ENVIRONMENT 'DD_INDICADORES_CSV'
            IF WS-CSV-DD = SPACES
                MOVE 'INDICADORES.CSV' TO WS-CSV-DD
            END-IF.
       0100-FIM.
            EXIT.

      ******************************************************************
      * 0800-LOCALIZA-FECHAMENTO  --  PROCURA O PERIODO NO ARQUIVO DE
      *                                 PERIODOS FECHADOS E PEGA A DATA
      *                                 DE FECHAMENTO COMO DATA DE
      *                                 CORTE. SEM PERIODO INFORMADO,
      *                                 ASSUME O MAIOR PERIODO FECHADO.
      ******************************************************************
       0800-LOCALIZA-FECHAMENTO.
            OPEN INPUT PERIODOS-FECHADOS
            IF NOT FEC-FS-OK
                GO TO 0800-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PERIODOS-FECHADOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 0810-AVALIA-FECHAMENTO THRU 0810-FIM
                END-READ
            END-PERFORM
            CLOSE PERIODOS-FECHADOS.
       0800-FIM.
            EXIT.

       0810-AVALIA-FECHAMENTO.
            IF FEC-PERIODO = SPACES
                GO TO 0810-FIM
            END-IF
            IF NOT PERIODO-INFORMADO
               AND FEC-PERIODO > WS-PERIODO
                MOVE FEC-PERIODO TO WS-PERIODO
            END-IF
            IF FEC-PERIODO = WS-PERIODO
                MOVE 1 TO WS-FECHADO
                MOVE FEC-DT-FECHAMENTO TO WS-DT-CORTE
            END-IF.
       0810-FIM.
            EXIT.

      ******************************************************************
      * 0900-MONTA-JANELA  --  DATAS E COMPETENCIAS DO SEMESTRE. O
      *                          FIM DA JANELA NUNCA PASSA DA DATA DE
      *                          CORTE.
      ******************************************************************
       0900-MONTA-JANELA.
            MOVE WS-PERIODO TO WS-PERIODO-PARTES
            IF WS-PER-SEM = '1'
                COMPUTE WS-DT-INICIO = WS-PER-AAAA * 10000 + 0101
                COMPUTE WS-DT-FIM = WS-PER-AAAA * 10000 + 0630
                COMPUTE WS-COMP-INICIO = WS-PER-AAAA * 100 + 1
                COMPUTE WS-COMP-FIM = WS-PER-AAAA * 100 + 6
            ELSE
                COMPUTE WS-DT-INICIO = WS-PER-AAAA * 10000 + 0701
                COMPUTE WS-DT-FIM = WS-PER-AAAA * 10000 + 1231
                COMPUTE WS-COMP-INICIO = WS-PER-AAAA * 100 + 7
                COMPUTE WS-COMP-FIM = WS-PER-AAAA * 100 + 12
            END-IF
            IF WS-DT-CORTE < WS-DT-FIM
                MOVE WS-DT-CORTE TO WS-DT-FIM
            END-IF.
       0900-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-HISTORICO  --  CARREGA O HISTORICO DE INDICADORES.
      *                               O PERIODO PEDIDO SO CONTA COMO
      *                               APURADO COM A LINHA '(TOT)', QUE
      *                               E A ULTIMA GRAVADA; LINHAS SOLTAS
      *                               DE UMA GRAVACAO INTERROMPIDA SAO
      *                               DESCARTADAS E REAPURADAS.
      ******************************************************************
       1000-CARREGA-HISTORICO.
            OPEN INPUT INDICADORES
            IF NOT IND-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ INDICADORES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        MOVE IND-LINHA TO REG-INDICADOR
                        PERFORM 1100-GUARDA-LINHA THRU 1100-FIM
                END-READ
            END-PERFORM
            CLOSE INDICADORES

            IF PERIODO-JA-APURADO
                GO TO 1000-FIM
            END-IF
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-IDX-2) = WS-PERIODO
                    MOVE SPACES TO WS-HIS-PERIODO(WS-IDX-2)
                END-IF
            END-PERFORM.
       1000-FIM.
            EXIT.

       1100-GUARDA-LINHA.
            IF IND-PERIODO = SPACES
                GO TO 1100-FIM
            END-IF
            IF IND-PERIODO = WS-PERIODO
               AND IND-TOTAL-INSTITUICAO
                MOVE 1 TO WS-APURADO
                MOVE IND-DT-APURACAO TO WS-DT-APURADO
                MOVE IND-DT-CORTE TO WS-DT-CORTE
            END-IF
            MOVE 0 TO WS-POS-HIS
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-IDX-2) = IND-PERIODO
                   AND WS-HIS-CURSO(WS-IDX-2) = IND-COURSE-CODE
                    MOVE WS-IDX-2 TO WS-POS-HIS
                    MOVE WS-QTD-HIS TO WS-IDX-2
                END-IF
            END-PERFORM
            IF WS-POS-HIS = 0
                IF WS-QTD-HIS >= 3000
                    GO TO 1100-FIM
                END-IF
                ADD 1 TO WS-QTD-HIS
                MOVE WS-QTD-HIS TO WS-POS-HIS
            END-IF
            MOVE IND-PERIODO TO WS-HIS-PERIODO(WS-POS-HIS)
            MOVE IND-COURSE-CODE TO WS-HIS-CURSO(WS-POS-HIS)
            MOVE REG-INDICADOR TO WS-HIS-IMAGEM(WS-POS-HIS).
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-CARREGA-ALUNOS  --  CURSO DE CADA ALUNO REGULAR (CURSO
      *                            LIVRE FICA FORA) E INGRESSANTES DO
      *                            SEMESTRE.
      ******************************************************************
       2000-CARREGA-ALUNOS.
            INITIALIZE WS-TAB-ALUNO
            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL ('
                        WS-STUDENT-DD ') FS=' WS-EST-FS
                MOVE 'APURAINDICADORES' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2000-CARREGA-ALUNOS' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                STRING WS-STUDENT-DD DELIMITED BY SPACE
                       ' FS=' WS-EST-FS DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ESTUDANTE
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 2010-REGISTRA-ALUNO THRU 2010-FIM
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE
            MOVE '00' TO WS-EST-FS.
       2000-FIM.
            EXIT.

       2010-REGISTRA-ALUNO.
            IF CD-STUDENT = 0 OR STUDENT-EXTENSAO
                GO TO 2010-FIM
            END-IF
            MOVE COURSE-CODE TO WS-CURSO-TRAB
            IF WS-CURSO-TRAB = SPACES
                MOVE '(SEM)' TO WS-CURSO-TRAB
            END-IF
            PERFORM 2020-LOCALIZA-CURSO THRU 2020-FIM
            IF WS-POS-CUR = 0
                GO TO 2010-FIM
            END-IF
            MOVE WS-POS-CUR TO WS-ALU-CURSO(CD-STUDENT)
            IF ENROLLMENT-DATE >= WS-DT-INICIO
               AND ENROLLMENT-DATE <= WS-DT-FIM
                ADD 1 TO WS-CUR-INGRESSO(WS-POS-CUR)
            END-IF.
       2010-FIM.
            EXIT.

       2020-LOCALIZA-CURSO.
            MOVE 0 TO WS-POS-CUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-CODIGO(WS-IDX) = WS-CURSO-TRAB
                    MOVE WS-IDX TO WS-POS-CUR
                    MOVE WS-QTD-CUR TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CUR > 0 OR WS-QTD-CUR >= 100
                GO TO 2020-FIM
            END-IF
            ADD 1 TO WS-QTD-CUR
            MOVE WS-QTD-CUR TO WS-POS-CUR
            INITIALIZE WS-CUR-ENT(WS-POS-CUR)
            MOVE WS-CURSO-TRAB TO WS-CUR-CODIGO(WS-POS-CUR).
       2020-FIM.
            EXIT.

      ******************************************************************
      * 2100-CARREGA-TURMAS  --  PERIODO DE CADA TURMA, PARA A
      *                            INSCRICAO ANTIGA SEM PERIODO.
      ******************************************************************
       2100-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 2100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-TUR < 3000
                            ADD 1 TO WS-QTD-TUR
                            MOVE TURMA-CODIGO TO
                                 WS-TUR-CODIGO(WS-QTD-TUR)
                            MOVE TURMA-PERIODO TO
                                 WS-TUR-PERIODO(WS-QTD-TUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-APURA-MATRICULAS  --  CONTA UMA VEZ CADA ALUNO COM
      *                              INSCRICAO NAO CANCELADA NO
      *                              PERIODO, FEITA ATE O CORTE.
      ******************************************************************
       3000-APURA-MATRICULAS.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'AVISO: INSCRICOES AUSENTES (' WS-TAL-DD ').'
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 3010-AVALIA-INSCRICAO THRU 3010-FIM
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       3000-FIM.
            EXIT.

       3010-AVALIA-INSCRICAO.
            IF TAL-CANCELADO OR TAL-CD-STUDENT = 0
                GO TO 3010-FIM
            END-IF
            IF TAL-DT-INSCRICAO NUMERIC
               AND TAL-DT-INSCRICAO > WS-DT-CORTE
                GO TO 3010-FIM
            END-IF
            MOVE TAL-PERIODO TO WS-PERIODO-TAL
            IF WS-PERIODO-TAL = SPACES
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-TUR
                    IF WS-TUR-CODIGO(WS-IDX) = TAL-TURMA-CODIGO
                        MOVE WS-TUR-PERIODO(WS-IDX) TO WS-PERIODO-TAL
                        MOVE WS-QTD-TUR TO WS-IDX
                    END-IF
                END-PERFORM
            END-IF
            IF WS-PERIODO-TAL NOT = WS-PERIODO
                GO TO 3010-FIM
            END-IF
            MOVE TAL-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR = 0
                GO TO 3010-FIM
            END-IF
            IF WS-ALU-MARCA(WS-POS-ALU) = SPACE
                MOVE 'M' TO WS-ALU-MARCA(WS-POS-ALU)
                ADD 1 TO WS-CUR-MATRIC(WS-POS-CUR)
                ADD 1 TO WS-CUR-BASE-EVA(WS-POS-CUR)
            END-IF.
       3010-FIM.
            EXIT.

      ******************************************************************
      * 3100-APURA-SAIDAS  --  CONTA UMA VEZ CADA ALUNO QUE PASSOU A
      *                          TRANCADO, TRANSFERIDO OU EVADIDO NO
      *                          SEMESTRE, ATE O CORTE. QUEM SAIU SEM
      *                          TER SE MATRICULADO NO PERIODO ENTRA
      *                          TAMBEM NA BASE DA TAXA DE EVASAO.
      ******************************************************************
       3100-APURA-SAIDAS.
            OPEN INPUT STATUS-HIST
            IF NOT STH-FS-OK
                DISPLAY 'AVISO: HISTORICO DE SITUACOES AUSENTE ('
                        WS-STH-DD ').'
                GO TO 3100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ STATUS-HIST
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 3110-AVALIA-SAIDA THRU 3110-FIM
                END-READ
            END-PERFORM
            CLOSE STATUS-HIST.
       3100-FIM.
            EXIT.

       3110-AVALIA-SAIDA.
            IF STH-STATUS-NOVO NOT = 'T'
               AND STH-STATUS-NOVO NOT = 'E'
               AND STH-STATUS-NOVO NOT = 'V'
                GO TO 3110-FIM
            END-IF
            IF STH-DT-EFETIVA < WS-DT-INICIO
               OR STH-DT-EFETIVA > WS-DT-FIM
               OR STH-CD-STUDENT = 0
                GO TO 3110-FIM
            END-IF
            MOVE STH-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR = 0
                GO TO 3110-FIM
            END-IF
            EVALUATE WS-ALU-MARCA(WS-POS-ALU)
                WHEN SPACE
                    MOVE 'S' TO WS-ALU-MARCA(WS-POS-ALU)
                    ADD 1 TO WS-CUR-SAIDAS(WS-POS-CUR)
                    ADD 1 TO WS-CUR-BASE-EVA(WS-POS-CUR)
                WHEN 'M'
                    MOVE 'B' TO WS-ALU-MARCA(WS-POS-ALU)
                    ADD 1 TO WS-CUR-SAIDAS(WS-POS-CUR)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       3110-FIM.
            EXIT.

      ******************************************************************
      * 3200-APURA-NOTAS  --  AVALIACOES, APROVACOES (CONCEITO A/B/C E
      *                         FREQUENCIA >= 75) E SOMA DAS MEDIAS DO
      *                         PERIODO. ESTORNO ENTRA SUBTRAINDO;
      *                         EQUIVALENCIA EXTERNA NAO ENTRA.
      ******************************************************************
       3200-APURA-NOTAS.
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                DISPLAY 'AVISO: HISTORICO DE NOTAS AUSENTE ('
                        WS-HIST-DD ').'
                GO TO 3200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ HISTORICO-NOTAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        PERFORM 3210-AVALIA-NOTA THRU 3210-FIM
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       3200-FIM.
            EXIT.

       3210-AVALIA-NOTA.
            IF HIST-PERIODO NOT = WS-PERIODO
               OR HIST-LANC-EQUIVALENCIA
               OR HIST-CD-STUDENT = 0
                GO TO 3210-FIM
            END-IF
            MOVE HIST-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR = 0
                GO TO 3210-FIM
            END-IF
            IF HIST-LANC-ESTORNO
                SUBTRACT 1 FROM WS-CUR-AVAL(WS-POS-CUR)
                SUBTRACT HIST-MEDIA FROM WS-CUR-SOMA-MEDIA(WS-POS-CUR)
                IF (HIST-CONCEITO = 'A' OR 'B' OR 'C')
                   AND HIST-FREQUENCIA >= 75
                    SUBTRACT 1 FROM WS-CUR-APROV(WS-POS-CUR)
                END-IF
            ELSE
                ADD 1 TO WS-CUR-AVAL(WS-POS-CUR)
                ADD HIST-MEDIA TO WS-CUR-SOMA-MEDIA(WS-POS-CUR)
                IF (HIST-CONCEITO = 'A' OR 'B' OR 'C')
                   AND HIST-FREQUENCIA >= 75
                    ADD 1 TO WS-CUR-APROV(WS-POS-CUR)
                END-IF
            END-IF.
       3210-FIM.
            EXIT.

      ******************************************************************
      * 3300-APURA-FREQUENCIA  --  AULAS DADAS E PRESENCAS DO PERIODO.
      ******************************************************************
       3300-APURA-FREQUENCIA.
            OPEN INPUT FREQUENCIA
            IF NOT FREQ-FS-OK
                DISPLAY 'AVISO: FREQUENCIA AUSENTE (' WS-FREQ-DD ').'
                GO TO 3300-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ FREQUENCIA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF FREQ-PERIODO = WS-PERIODO
                           AND FREQ-CD-STUDENT > 0
                            MOVE FREQ-CD-STUDENT TO WS-POS-ALU
                            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
                            IF WS-POS-CUR > 0
                                ADD FREQ-AULAS-DADAS TO
                                    WS-CUR-AULAS-DADAS(WS-POS-CUR)
                                ADD FREQ-AULAS-PRESENTES TO
                                    WS-CUR-AULAS-PRES(WS-POS-CUR)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQUENCIA.
       3300-FIM.
            EXIT.

      ******************************************************************
      * 3400-APURA-FINANCEIRO  --  COBRANCAS DAS COMPETENCIAS DO
      *                              SEMESTRE: FATURADO, RECEBIDO ATE O
      *                              CORTE E EM ATRASO NO CORTE (VENCIDO
      *                              ANTES DO CORTE E NAO PAGO ATE ELE).
      *                              RENEGOCIADA E CANCELADA NAO ENTRAM
      *                              - A DIVIDA SEGUE NAS PARCELAS DO
      *                              ACORDO.
      ******************************************************************
       3400-APURA-FINANCEIRO.
            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'AVISO: MENSALIDADES AUSENTES (' WS-MEN-DD ').'
                GO TO 3400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ MENSALIDADES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 3410-AVALIA-COBRANCA THRU 3410-FIM
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES.
       3400-FIM.
            EXIT.

       3410-AVALIA-COBRANCA.
            IF MEN-COMPETENCIA < WS-COMP-INICIO
               OR MEN-COMPETENCIA > WS-COMP-FIM
               OR MEN-RENEGOCIADA OR MEN-CANCELADA
               OR MEN-TIPO-EXTENSAO
               OR MEN-CD-STUDENT = 0
                GO TO 3410-FIM
            END-IF
            MOVE MEN-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR = 0
                GO TO 3410-FIM
            END-IF
            ADD MEN-VALOR TO WS-CUR-FATURADO(WS-POS-CUR)
            IF MEN-PAGA AND MEN-DT-PAGAMENTO <= WS-DT-CORTE
                ADD MEN-VALOR-PAGO TO WS-CUR-RECEBIDO(WS-POS-CUR)
                GO TO 3410-FIM
            END-IF
            IF MEN-DT-VENCIMENTO < WS-DT-CORTE
                ADD MEN-VALOR TO WS-CUR-ATRASO(WS-POS-CUR)
            END-IF.
       3410-FIM.
            EXIT.

      ******************************************************************
      * 4000-CONSOLIDA-INDICADORES  --  SOMA OS CURSOS NA POSICAO DA
      *                                   INSTITUICAO ('(TOT)', SEMPRE
      *                                   A ULTIMA) E MONTA A LINHA DE
      *                                   CADA UM NA TABELA DO
      *                                   HISTORICO.
      ******************************************************************
       4000-CONSOLIDA-INDICADORES.
            COMPUTE WS-POS-TOT = WS-QTD-CUR + 1
            INITIALIZE WS-CUR-ENT(WS-POS-TOT)
            MOVE '(TOT)' TO WS-CUR-CODIGO(WS-POS-TOT)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                ADD WS-CUR-MATRIC(WS-IDX) TO WS-CUR-MATRIC(WS-POS-TOT)
                ADD WS-CUR-INGRESSO(WS-IDX) TO
                    WS-CUR-INGRESSO(WS-POS-TOT)
                ADD WS-CUR-SAIDAS(WS-IDX) TO WS-CUR-SAIDAS(WS-POS-TOT)
                ADD WS-CUR-BASE-EVA(WS-IDX) TO
                    WS-CUR-BASE-EVA(WS-POS-TOT)
                ADD WS-CUR-AVAL(WS-IDX) TO WS-CUR-AVAL(WS-POS-TOT)
                ADD WS-CUR-APROV(WS-IDX) TO WS-CUR-APROV(WS-POS-TOT)
                ADD WS-CUR-SOMA-MEDIA(WS-IDX) TO
                    WS-CUR-SOMA-MEDIA(WS-POS-TOT)
                ADD WS-CUR-AULAS-DADAS(WS-IDX) TO
                    WS-CUR-AULAS-DADAS(WS-POS-TOT)
                ADD WS-CUR-AULAS-PRES(WS-IDX) TO
                    WS-CUR-AULAS-PRES(WS-POS-TOT)
                ADD WS-CUR-FATURADO(WS-IDX) TO
                    WS-CUR-FATURADO(WS-POS-TOT)
                ADD WS-CUR-RECEBIDO(WS-IDX) TO
                    WS-CUR-RECEBIDO(WS-POS-TOT)
                ADD WS-CUR-ATRASO(WS-IDX) TO WS-CUR-ATRASO(WS-POS-TOT)
            END-PERFORM

            PERFORM VARYING WS-POS-CUR FROM 1 BY 1
                    UNTIL WS-POS-CUR > WS-POS-TOT
                PERFORM 4100-MONTA-LINHA THRU 4100-FIM
            END-PERFORM.
       4000-FIM.
            EXIT.

       4100-MONTA-LINHA.
            INITIALIZE REG-INDICADOR
            MOVE WS-PERIODO TO IND-PERIODO
            MOVE WS-CUR-CODIGO(WS-POS-CUR) TO IND-COURSE-CODE
            MOVE WS-DT-CORTE TO IND-DT-CORTE
            MOVE WS-DATA-HOJE TO IND-DT-APURACAO
            MOVE WS-CUR-MATRIC(WS-POS-CUR) TO IND-MATRICULADOS
            MOVE WS-CUR-INGRESSO(WS-POS-CUR) TO IND-INGRESSANTES
            MOVE WS-CUR-SAIDAS(WS-POS-CUR) TO IND-SAIDAS
            IF WS-CUR-BASE-EVA(WS-POS-CUR) > 0
                COMPUTE IND-TAXA-EVASAO ROUNDED =
                    (WS-CUR-SAIDAS(WS-POS-CUR) * 100)
                    / WS-CUR-BASE-EVA(WS-POS-CUR)
            END-IF
            IF WS-CUR-AVAL(WS-POS-CUR) > 0
                MOVE WS-CUR-AVAL(WS-POS-CUR) TO IND-AVALIACOES
                IF WS-CUR-APROV(WS-POS-CUR) > 0
                    MOVE WS-CUR-APROV(WS-POS-CUR) TO IND-APROVACOES
                END-IF
                COMPUTE IND-TAXA-APROVACAO ROUNDED =
                    (IND-APROVACOES * 100) / IND-AVALIACOES
                IF WS-CUR-SOMA-MEDIA(WS-POS-CUR) > 0
                    COMPUTE IND-MEDIA-GERAL ROUNDED =
                        WS-CUR-SOMA-MEDIA(WS-POS-CUR)
                        / WS-CUR-AVAL(WS-POS-CUR)
                END-IF
            END-IF
            IF WS-CUR-AULAS-DADAS(WS-POS-CUR) > 0
                COMPUTE IND-FREQUENCIA ROUNDED =
                    (WS-CUR-AULAS-PRES(WS-POS-CUR) * 100)
                    / WS-CUR-AULAS-DADAS(WS-POS-CUR)
            END-IF
            MOVE WS-CUR-FATURADO(WS-POS-CUR) TO IND-VALOR-FATURADO
            MOVE WS-CUR-RECEBIDO(WS-POS-CUR) TO IND-VALOR-RECEBIDO
            MOVE WS-CUR-ATRASO(WS-POS-CUR) TO IND-VALOR-ATRASO
            IF WS-CUR-FATURADO(WS-POS-CUR) > 0
                COMPUTE IND-TAXA-INADIMPLENCIA ROUNDED =
                    (WS-CUR-ATRASO(WS-POS-CUR) * 100)
                    / WS-CUR-FATURADO(WS-POS-CUR)
            END-IF
            IF WS-CUR-MATRIC(WS-POS-CUR) > 0
                COMPUTE IND-RECEITA-ALUNO ROUNDED =
                    WS-CUR-RECEBIDO(WS-POS-CUR)
                    / WS-CUR-MATRIC(WS-POS-CUR)
            END-IF

            IF WS-QTD-HIS < 3000
                ADD 1 TO WS-QTD-HIS
                MOVE IND-PERIODO TO WS-HIS-PERIODO(WS-QTD-HIS)
                MOVE IND-COURSE-CODE TO WS-HIS-CURSO(WS-QTD-HIS)
                MOVE REG-INDICADOR TO WS-HIS-IMAGEM(WS-QTD-HIS)
            END-IF.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 5000-GRAVA-HISTORICO  --  ACRESCENTA AO HISTORICO AS LINHAS DO
      *                             PERIODO APURADO, CURSOS PRIMEIRO E
      *                             A LINHA '(TOT)' POR ULTIMO.
      ******************************************************************
       5000-GRAVA-HISTORICO.
            OPEN EXTEND INDICADORES
            IF NOT IND-FS-OK
                OPEN OUTPUT INDICADORES
            END-IF
            IF NOT IND-FS-OK
                DISPLAY 'ERRO AO GRAVAR O HISTORICO DE INDICADORES ('
                        WS-IND-DD ') FS=' WS-IND-FS
                MOVE 'APURAINDICADORES' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '5000-GRAVA-HISTORICO' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                STRING WS-IND-DD DELIMITED BY SPACE
                       ' FS=' WS-IND-FS DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 5000-FIM
            END-IF
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-IDX-2) = WS-PERIODO
                    MOVE WS-HIS-IMAGEM(WS-IDX-2) TO IND-LINHA
                    WRITE IND-LINHA
                    ADD 1 TO WS-QTD-GRAVADAS
                END-IF
            END-PERFORM
            CLOSE INDICADORES.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-MONTA-COLUNAS  --  ESCOLHE OS PERIODOS DO COMPARATIVO: O
      *                           APURADO E OS ATE TRES PERIODOS
      *                           ANTERIORES DO HISTORICO.
      ******************************************************************
       6000-MONTA-COLUNAS.
            MOVE 1 TO WS-QTD-COL
            MOVE WS-PERIODO TO WS-COL-PERIODO(1)
            MOVE WS-PERIODO TO WS-PERIODO-BUSCA
            MOVE WS-PERIODO TO WS-PERIODO-ANTERIOR
            PERFORM 6100-PERIODO-ANTERIOR THRU 6100-FIM
                    UNTIL WS-QTD-COL >= 4
                       OR WS-PERIODO-ANTERIOR = SPACES
            IF WS-QTD-COL > 1
                PERFORM 6200-INVERTE-COLUNAS THRU 6200-FIM
            END-IF.
       6000-FIM.
            EXIT.

       6100-PERIODO-ANTERIOR.
            MOVE SPACES TO WS-PERIODO-ANTERIOR
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-IDX-2) NOT = SPACES
                   AND WS-HIS-PERIODO(WS-IDX-2) < WS-PERIODO-BUSCA
                   AND (WS-PERIODO-ANTERIOR = SPACES
                        OR WS-HIS-PERIODO(WS-IDX-2)
                           > WS-PERIODO-ANTERIOR)
                    MOVE WS-HIS-PERIODO(WS-IDX-2) TO
                         WS-PERIODO-ANTERIOR
                END-IF
            END-PERFORM
            IF WS-PERIODO-ANTERIOR NOT = SPACES
                ADD 1 TO WS-QTD-COL
                MOVE WS-PERIODO-ANTERIOR TO WS-COL-PERIODO(WS-QTD-COL)
                MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-BUSCA
            END-IF.
       6100-FIM.
            EXIT.

       6200-INVERTE-COLUNAS.
            MOVE WS-COL-PERIODO(1) TO WS-PERIODO-BUSCA
            MOVE WS-COL-PERIODO(WS-QTD-COL) TO WS-COL-PERIODO(1)
            MOVE WS-PERIODO-BUSCA TO WS-COL-PERIODO(WS-QTD-COL)
            IF WS-QTD-COL = 4
                MOVE WS-COL-PERIODO(2) TO WS-PERIODO-BUSCA
                MOVE WS-COL-PERIODO(3) TO WS-COL-PERIODO(2)
                MOVE WS-PERIODO-BUSCA TO WS-COL-PERIODO(3)
            END-IF.
       6200-FIM.
            EXIT.

      ******************************************************************
      * 7000-EMITE-RELATORIO  --  UM BLOCO POR CURSO DO PERIODO (E O DA
      *                             INSTITUICAO) COM CADA INDICADOR NOS
      *                             PERIODOS DO COMPARATIVO E A VARIACAO
      *                             SOBRE O PERIODO ANTERIOR.
      ******************************************************************
       7000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO (' WS-RPT-DD ') FS='
                        WS-RPT-FS
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF

            MOVE SPACES TO RPT-LINHA
            STRING 'INDICADORES INSTITUCIONAIS - PERIODO ' WS-PERIODO
                   ' - CORTE ' WS-DT-CORTE
                   ' - EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE SPACES TO RPT-LINHA
            STRING 'TAXAS EM PERCENTUAL; VALORES EM REAIS; VARIACAO '
                   'SOBRE O PERIODO ANTERIOR DO COMPARATIVO.'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM

            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-IDX-2) = WS-PERIODO
                    MOVE WS-HIS-CURSO(WS-IDX-2) TO WS-CURSO-TRAB
                    PERFORM 7100-EMITE-CURSO THRU 7100-FIM
                END-IF
            END-PERFORM

            CLOSE RELATORIO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       7000-FIM.
            EXIT.

       7100-EMITE-CURSO.
            MOVE SPACES TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE SPACES TO RPT-LINHA
            IF WS-CURSO-TRAB = '(TOT)'
                MOVE 'INSTITUICAO (TODOS OS CURSOS)' TO RPT-LINHA
            ELSE
                STRING 'CURSO ' WS-CURSO-TRAB
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE SPACES TO RPT-LINHA
            MOVE 'INDICADOR' TO RPT-LINHA(1:22)
            MOVE 24 TO WS-POS-LINHA
            PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                    UNTIL WS-IDX-COL > WS-QTD-COL
                MOVE WS-COL-PERIODO(WS-IDX-COL) TO
                     RPT-LINHA(WS-POS-LINHA + 6:6)
                ADD 14 TO WS-POS-LINHA
            END-PERFORM
            MOVE '    VARIACAO' TO RPT-LINHA(80:12)
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM

            PERFORM VARYING WS-IDX-ROT FROM 1 BY 1
                    UNTIL WS-IDX-ROT > 13
                PERFORM 7200-EMITE-INDICADOR THRU 7200-FIM
            END-PERFORM.
       7100-FIM.
            EXIT.

       7200-EMITE-INDICADOR.
            MOVE SPACES TO RPT-LINHA
            MOVE WS-ROTULO(WS-IDX-ROT) TO RPT-LINHA(1:22)
            MOVE 24 TO WS-POS-LINHA
            MOVE 0 TO WS-TEM-ANTERIOR
            MOVE ZEROS TO WS-VALOR WS-VALOR-ANT
            PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                    UNTIL WS-IDX-COL > WS-QTD-COL
                MOVE WS-COL-PERIODO(WS-IDX-COL) TO WS-PERIODO-BUSCA
                PERFORM 7300-LOCALIZA-LINHA THRU 7300-FIM
                IF WS-POS-HIS > 0
                    PERFORM 7400-OBTEM-VALOR THRU 7400-FIM
                    IF WS-IDX-ROT = 1 OR 2 OR 3 OR 5
                        MOVE WS-VALOR TO WS-QTD-ED
                        MOVE WS-QTD-ED TO RPT-LINHA(WS-POS-LINHA:12)
                    ELSE
                        MOVE WS-VALOR TO WS-VALOR-ED
                        MOVE WS-VALOR-ED TO RPT-LINHA(WS-POS-LINHA:12)
                    END-IF
                    IF WS-IDX-COL = WS-QTD-COL - 1
                        MOVE WS-VALOR TO WS-VALOR-ANT
                        MOVE 1 TO WS-TEM-ANTERIOR
                    END-IF
                ELSE
                    MOVE '           -' TO RPT-LINHA(WS-POS-LINHA:12)
                END-IF
                ADD 14 TO WS-POS-LINHA
            END-PERFORM
            IF WS-TEM-ANTERIOR = 1
                COMPUTE WS-VARIACAO = WS-VALOR - WS-VALOR-ANT
                MOVE WS-VARIACAO TO WS-VARIACAO-ED
                MOVE WS-VARIACAO-ED TO RPT-LINHA(80:12)
            END-IF
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM.
       7200-FIM.
            EXIT.

       7300-LOCALIZA-LINHA.
            MOVE 0 TO WS-POS-HIS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-IDX) = WS-PERIODO-BUSCA
                   AND WS-HIS-CURSO(WS-IDX) = WS-CURSO-TRAB
                    MOVE WS-IDX TO WS-POS-HIS
                    MOVE WS-QTD-HIS TO WS-IDX
                END-IF
            END-PERFORM.
       7300-FIM.
            EXIT.

      * VALOR DO INDICADOR WS-IDX-ROT NA LINHA WS-POS-HIS DO HISTORICO.
       7400-OBTEM-VALOR.
            MOVE WS-HIS-IMAGEM(WS-POS-HIS) TO REG-INDICADOR
            EVALUATE WS-IDX-ROT
                WHEN 1  MOVE IND-MATRICULADOS TO WS-VALOR
                WHEN 2  MOVE IND-INGRESSANTES TO WS-VALOR
                WHEN 3  MOVE IND-SAIDAS TO WS-VALOR
                WHEN 4  MOVE IND-TAXA-EVASAO TO WS-VALOR
                WHEN 5  MOVE IND-AVALIACOES TO WS-VALOR
                WHEN 6  MOVE IND-TAXA-APROVACAO TO WS-VALOR
                WHEN 7  MOVE IND-MEDIA-GERAL TO WS-VALOR
                WHEN 8  MOVE IND-FREQUENCIA TO WS-VALOR
                WHEN 9  MOVE IND-VALOR-FATURADO TO WS-VALOR
                WHEN 10 MOVE IND-VALOR-RECEBIDO TO WS-VALOR
                WHEN 11 MOVE IND-VALOR-ATRASO TO WS-VALOR
                WHEN 12 MOVE IND-TAXA-INADIMPLENCIA TO WS-VALOR
                WHEN 13 MOVE IND-RECEITA-ALUNO TO WS-VALOR
            END-EVALUATE.
       7400-FIM.
            EXIT.

       7900-GRAVA-LINHA.
            WRITE RPT-LINHA
            ADD 1 TO WS-QTD-LINHAS-RPT.
       7900-FIM.
            EXIT.

      ******************************************************************
      * 8000-EMITE-CSV  --  SERIE INTEIRA DO HISTORICO (TODOS OS
      *                       PERIODOS E CURSOS) PARA A PLANILHA DA
      *                       DIRETORIA, SEPARADOR ';' E PONTO DECIMAL.
      ******************************************************************
       8000-EMITE-CSV.
            OPEN OUTPUT INDICADORES-CSV
            IF NOT CSV-FS-OK
                DISPLAY 'ERRO AO ABRIR O CSV (' WS-CSV-DD ') FS='
                        WS-CSV-FS
                MOVE 8 TO RETURN-CODE
                GO TO 8000-FIM
            END-IF
            MOVE SPACES TO CSV-LINHA
            STRING 'PERIODO;CURSO;DT_CORTE;MATRICULADOS;INGRESSANTES;'
                   'SAIDAS;TAXA_EVASAO;AVALIACOES;TAXA_APROVACAO;'
                   'MEDIA_GERAL;FREQUENCIA;FATURADO;RECEBIDO;'
                   'EM_ATRASO;TAXA_INADIMPLENCIA;RECEITA_POR_ALUNO'
                   DELIMITED BY SIZE INTO CSV-LINHA
            END-STRING
            WRITE CSV-LINHA

            PERFORM VARYING WS-POS-HIS FROM 1 BY 1
                    UNTIL WS-POS-HIS > WS-QTD-HIS
                IF WS-HIS-PERIODO(WS-POS-HIS) NOT = SPACES
                    PERFORM 8100-GRAVA-LINHA-CSV THRU 8100-FIM
                END-IF
            END-PERFORM
            CLOSE INDICADORES-CSV.
       8000-FIM.
            EXIT.

       8100-GRAVA-LINHA-CSV.
            PERFORM VARYING WS-IDX-ROT FROM 1 BY 1
                    UNTIL WS-IDX-ROT > 13
                PERFORM 7400-OBTEM-VALOR THRU 7400-FIM
                MOVE WS-VALOR TO WS-CSV-ED(WS-IDX-ROT)
            END-PERFORM
            MOVE SPACES TO CSV-LINHA
            STRING IND-PERIODO ';'
                   FUNCTION TRIM(IND-COURSE-CODE) ';'
                   IND-DT-CORTE ';'
                   IND-MATRICULADOS ';'
                   IND-INGRESSANTES ';'
                   IND-SAIDAS ';'
                   FUNCTION TRIM(WS-CSV-ED(4)) ';'
                   IND-AVALIACOES ';'
                   FUNCTION TRIM(WS-CSV-ED(6)) ';'
                   FUNCTION TRIM(WS-CSV-ED(7)) ';'
                   FUNCTION TRIM(WS-CSV-ED(8)) ';'
                   FUNCTION TRIM(WS-CSV-ED(9)) ';'
                   FUNCTION TRIM(WS-CSV-ED(10)) ';'
                   FUNCTION TRIM(WS-CSV-ED(11)) ';'
                   FUNCTION TRIM(WS-CSV-ED(12)) ';'
                   FUNCTION TRIM(WS-CSV-ED(13))
                   DELIMITED BY SIZE INTO CSV-LINHA
            END-STRING
            WRITE CSV-LINHA
            ADD 1 TO WS-QTD-CSV.
       8100-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'APURAINDICADORES' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE WS-QTD-LINHAS-RPT TO REP-LINHAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM APURAINDICADORES.
