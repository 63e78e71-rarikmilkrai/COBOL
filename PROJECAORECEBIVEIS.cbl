      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:PROJECAO DO FLUXO DE RECEBIMENTOS DOS PROXIMOS SEIS
      *         MESES A PARTIR DA COMPETENCIA INFORMADA (DD_COMPETENCIA,
      *         AAAAMM; EM BRANCO, O MES CORRENTE), POR MES E POR
      *         CURSO, EM TRES CENARIOS (OTIMISTA, ESPERADO E
      *         PESSIMISTA). ENTRAM AS MENSALIDADES E TAXAS ABERTAS
      *         (VENCIDAS OU A VENCER), AS PARCELAS DE ACORDO ABERTAS
      *         (MEN-TIPO A) E A GERACAO ESPERADA DO GERAMENSALIDADE
      *         PARA OS ALUNOS ATIVOS NAS COMPETENCIAS AINDA NAO
      *         GERADAS (PRECO DO CURSO EM VIGOR MENOS A BOLSA). CADA
      *         SALDO E RECEBIDO MES A MES PELA TAXA DE RECEBIMENTO DA
      *         FAIXA EM QUE ESTA (A VENCER, ATE 30, 31-60, 61+ DIAS) E
      *         O QUE SOBRA ROLA PARA A FAIXA SEGUINTE NO MES SEGUINTE.
      *         AS TAXAS VEM DAS FOTOGRAFIAS DO RELATORIOAGING
      *         (AGING_HISTORICO.TXT): ESPERADO = MEDIA PONDERADA,
      *         OTIMISTA/PESSIMISTA = MELHOR/PIOR MES OBSERVADO; SEM
      *         HISTORICO, VALEM AS TAXAS PADRAO ABAIXO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a diretoria financeira pedia todo mes
      *               a previsao de caixa e o FECHAMENTOFINANCEIRO so
      *               olha para tras.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECAORECEBIVEIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT VALOR-CURSO ASSIGN TO DYNAMIC WS-VC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VC-FS.

           SELECT CONCESSOES ASSIGN TO DYNAMIC WS-BOL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOL-FS.

           SELECT AGING-HISTORICO ASSIGN TO DYNAMIC WS-AGH-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGH-FS.

           SELECT RELATORIO-PRJ ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD VALOR-CURSO.
          COPY FD_VALOR_CURSO.

       FD CONCESSOES.
          COPY FD_CONCESSAO_BOLSA.

       FD AGING-HISTORICO.
          COPY FD_AGING_HISTORICO.

       FD RELATORIO-PRJ.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-VC-DD                 PIC X(100) VALUE SPACES.
       01 WS-BOL-DD                PIC X(100) VALUE SPACES.
       01 WS-AGH-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-VC-FS                 PIC XX VALUE SPACES.
          88 VC-FS-OK              VALUE '00'.
       77 WS-BOL-FS                PIC XX VALUE SPACES.
          88 BOL-FS-OK             VALUE '00'.
       77 WS-AGH-FS                PIC XX VALUE SPACES.
          88 AGH-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-VC-EOF                PIC X VALUE 'N'.
          88 VC-FIM-ARQUIVO        VALUE 'F'.
       77 WS-BOL-EOF               PIC X VALUE 'N'.
          88 BOL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-AGH-EOF               PIC X VALUE 'N'.
          88 AGH-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAAMM        PIC 9(06).
          03 WS-HOJE-DD            PIC 9(02).
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(07) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-COMP-TRAB             PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMP-TRAB.
          03 WS-CMP-AAAA           PIC 9(04).
          03 WS-CMP-MM             PIC 9(02).
       77 WS-COMP-VENC             PIC 9(06) VALUE ZEROS.
       77 WS-DT-VENC-GERAR         PIC 9(08) VALUE ZEROS.

      * TAXAS DE RECEBIMENTO PADRAO POR FAIXA (A VENCER, ATE 30,
      * 31-60, 61+), USADAS ENQUANTO NAO HA HISTORICO DO AGING
       01 WS-TAXAS-PADRAO.
          05 FILLER                PIC 9V9(4) VALUE 0.8500.
          05 FILLER                PIC 9V9(4) VALUE 0.4500.
          05 FILLER                PIC 9V9(4) VALUE 0.3000.
          05 FILLER                PIC 9V9(4) VALUE 0.1000.
       01 FILLER REDEFINES WS-TAXAS-PADRAO.
          05 WS-TX-PADRAO          PIC 9V9(4) OCCURS 4 TIMES.
       77 WS-TX-MARGEM             PIC 9V9(4) VALUE 0.1000.

      * TAXAS EM USO: CENARIO 1 OTIMISTA, 2 ESPERADO, 3 PESSIMISTA
       01 WS-TAXAS.
          05 WS-TX-CENARIO OCCURS 3 TIMES.
             10 WS-TX              PIC 9V9(4) OCCURS 4 TIMES.

      * HISTORICO: PARES DE FOTOGRAFIAS COM 20 A 45 DIAS DE DISTANCIA
       01 WS-AGH-ANTERIOR.
          03 WS-ANT-DT             PIC 9(08) VALUE ZEROS.
          03 WS-ANT-A-VENCER       PIC 9(09)V9(02) VALUE ZEROS.
          03 WS-ANT-F30            PIC 9(09)V9(02) VALUE ZEROS.
          03 WS-ANT-F60            PIC 9(09)V9(02) VALUE ZEROS.
          03 WS-ANT-F90            PIC 9(09)V9(02) VALUE ZEROS.
          03 WS-ANT-F120           PIC 9(09)V9(02) VALUE ZEROS.
       01 WS-HISTORICO-FAIXAS.
          05 WS-HF OCCURS 4 TIMES.
             10 WS-HF-BASE         PIC 9(11)V9(02).
             10 WS-HF-RECEBIDO     PIC 9(11)V9(02).
             10 WS-HF-QTD          PIC 9(04).
             10 WS-HF-MAIOR        PIC 9V9(4).
             10 WS-HF-MENOR        PIC 9V9(4).
       77 WS-QTD-FOTOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARES             PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-PAR              PIC S9(07) VALUE ZEROS.
       77 WS-PAR-BASE              PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PAR-ROLOU             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PAR-TAXA              PIC 9V9(4) VALUE ZEROS.
       77 WS-FX                    PIC 9(01) VALUE ZEROS.

      * PRECO DO CURSO DATADO E BOLSAS ATIVAS (GERACAO ESPERADA)
       01 WS-TABELA-VALORES.
          05 WS-QTD-VALORES        PIC 9(03) VALUE 0.
          05 WS-VAL-TAB OCCURS 200 TIMES.
             10 WS-VAL-CURSO       PIC X(05).
             10 WS-VAL-VALOR       PIC 9(5)V9(2).
             10 WS-VAL-VIGENCIA    PIC 9(08).
       77 WS-VIGENCIA-ESCOLHIDA    PIC 9(08) VALUE ZEROS.
       01 WS-TABELA-BOLSAS.
          05 WS-QTD-BOL            PIC 9(03) VALUE 0.
          05 WS-BOL-TAB OCCURS 300 TIMES.
             10 WS-TB-CD           PIC 9(05).
             10 WS-TB-PERC         PIC 9(03).
             10 WS-TB-INI          PIC 9(08).
             10 WS-TB-FIM          PIC 9(08).
       77 WS-PERC-BOLSA            PIC 9(03) VALUE ZEROS.

      * HORIZONTE: SEIS MESES; VALORES POR ORIGEM NO CENARIO ESPERADO
       01 WS-TABELA-MESES.
          05 WS-PM OCCURS 6 TIMES.
             10 WS-PM-COMP         PIC 9(06).
             10 WS-PM-MENSAL       PIC 9(09)V9(02).
             10 WS-PM-ACORDO       PIC 9(09)V9(02).
             10 WS-PM-GERAR        PIC 9(09)V9(02).
             10 WS-PM-CEN          PIC 9(09)V9(02) OCCURS 3 TIMES.

       01 WS-TABELA-CURSOS.
          05 WS-QTD-CUR            PIC 9(02) VALUE 0.
          05 WS-CUR-TAB OCCURS 50 TIMES.
             10 WS-CUR-CODIGO      PIC X(05).
             10 WS-CUR-MES         PIC 9(09)V9(02) OCCURS 6 TIMES.
             10 WS-CUR-CEN         PIC 9(09)V9(02) OCCURS 3 TIMES.
       77 WS-POS-CUR               PIC 9(02) VALUE ZEROS.

      * SALDO A PROJETAR E SEU PONTO DE PARTIDA
       77 WS-PRJ-VALOR             PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-PRJ-FAIXA             PIC 9(01) VALUE ZEROS.
       77 WS-PRJ-MES               PIC 9(01) VALUE ZEROS.
       77 WS-PRJ-ORIGEM            PIC X(01) VALUE SPACES.
          88 ORIGEM-MENSALIDADE    VALUE 'M'.
          88 ORIGEM-ACORDO         VALUE 'A'.
          88 ORIGEM-GERACAO        VALUE 'G'.
       77 WS-SALDO                 PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-RECEBIDO              PIC 9(07)V9(02) VALUE ZEROS.

       77 WS-CEN                   PIC 9(01) VALUE ZEROS.
       77 WS-MES                   PIC 9(01) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.

       01 WS-CONTADORES.
          05 WS-QTD-ABERTAS        PIC 9(07) VALUE ZEROS.
          05 WS-QTD-PARCELAS       PIC 9(07) VALUE ZEROS.
          05 WS-QTD-A-GERAR        PIC 9(07) VALUE ZEROS.
          05 WS-QTD-FORA-HORIZONTE PIC 9(07) VALUE ZEROS.
          05 WS-QTD-SEM-VALOR      PIC 9(07) VALUE ZEROS.
       01 WS-BASES.
          05 WS-BASE-MENSAL        PIC 9(10)V9(02) VALUE ZEROS.
          05 WS-BASE-ACORDO        PIC 9(10)V9(02) VALUE ZEROS.
          05 WS-BASE-GERAR         PIC 9(10)V9(02) VALUE ZEROS.
       01 WS-TOTAIS-CENARIO.
          05 WS-TOT-CEN            PIC 9(10)V9(02) OCCURS 3 TIMES.
       77 WS-VALOR-ED              PIC ZZZZZZZZ9.99.
       77 WS-TAXA-ED               PIC 9.9999.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* PROJECAORECEBIVEIS - FLUXO DE RECEBIMENTOS  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA NOT NUMERIC OR WS-COMPETENCIA = ZEROS
                MOVE WS-HOJE-AAAAMM TO WS-COMPETENCIA
            END-IF

            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-VC-DD FROM ENVIRONMENT 'DD_VALOR_CURSO'
            IF WS-VC-DD = SPACES
                MOVE 'VALOR_CURSO.TXT' TO WS-VC-DD
            END-IF
            ACCEPT WS-BOL-DD FROM ENVIRONMENT 'DD_CONCESSOES_BOLSA'
            IF WS-BOL-DD = SPACES
                MOVE 'CONCESSOES_BOLSA.TXT' TO WS-BOL-DD
            END-IF
            ACCEPT WS-AGH-DD FROM ENVIRONMENT 'DD_AGING_HISTORICO'
            IF WS-AGH-DD = SPACES
                MOVE 'AGING_HISTORICO.TXT' TO WS-AGH-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_PROJECAO'
            IF WS-RPT-DD = SPACES
                MOVE 'PROJECAO_RECEBIMENTOS.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 0500-MONTA-HORIZONTE THRU 0500-FIM
            PERFORM 1000-CARREGA-HISTORICO THRU 1000-FIM
            PERFORM 1200-CALCULA-TAXAS THRU 1200-FIM
            PERFORM 1300-CARREGA-VALORES THRU 1300-FIM
            PERFORM 1400-CARREGA-BOLSAS THRU 1400-FIM

            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                        ') - NADA A PROJETAR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM 2000-PROJETA-ABERTAS THRU 2000-FIM
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
                OPEN INPUT ESTUDANTE
                PERFORM 3000-PROJETA-GERACAO THRU 3000-FIM
                CLOSE ESTUDANTE
            ELSE
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL - '
                        'GERACAO ESPERADA FORA DA PROJECAO.'
                MOVE 4 TO RETURN-CODE
            END-IF
            CLOSE MENSALIDADES

            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-MONTA-HORIZONTE  --  AS SEIS COMPETENCIAS DA PROJECAO, A
      *                             PARTIR DA INFORMADA.
      ******************************************************************
       0500-MONTA-HORIZONTE.
            INITIALIZE WS-TABELA-MESES
            MOVE WS-COMPETENCIA TO WS-COMP-TRAB
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 6
                MOVE WS-COMP-TRAB TO WS-PM-COMP(WS-MES)
                ADD 1 TO WS-CMP-MM
                IF WS-CMP-MM > 12
                    MOVE 1 TO WS-CMP-MM
                    ADD 1 TO WS-CMP-AAAA
                END-IF
            END-PERFORM
            DISPLAY 'HORIZONTE: ' WS-PM-COMP(1) ' A ' WS-PM-COMP(6).
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-HISTORICO  --  LE AS FOTOGRAFIAS DO AGING EM ORDEM
      *                               E, PARA CADA PAR CONSECUTIVO COM
      *                               CERCA DE UM MES DE DISTANCIA (20
      *                               A 45 DIAS), APURA QUANTO DE CADA
      *                               FAIXA FOI RECEBIDO.
      ******************************************************************
       1000-CARREGA-HISTORICO.
            INITIALIZE WS-HISTORICO-FAIXAS
            OPEN INPUT AGING-HISTORICO
            IF NOT AGH-FS-OK
                DISPLAY 'SEM HISTORICO DO AGING (' WS-AGH-DD
                        ') - TAXAS PADRAO.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-AGH-EOF
            PERFORM UNTIL AGH-FIM-ARQUIVO
                READ AGING-HISTORICO
                    AT END
                        MOVE 'F' TO WS-AGH-EOF
                    NOT AT END
                        IF AGH-DT-EXECUCAO NUMERIC
                           AND AGH-DT-EXECUCAO > ZEROS
                            ADD 1 TO WS-QTD-FOTOS
                            IF WS-ANT-DT > ZEROS
                                PERFORM 1100-ACUMULA-PAR THRU 1100-FIM
                            END-IF
                            MOVE AGH-DT-EXECUCAO TO WS-ANT-DT
                            MOVE AGH-A-VENCER TO WS-ANT-A-VENCER
                            MOVE AGH-F30 TO WS-ANT-F30
                            MOVE AGH-F60 TO WS-ANT-F60
                            MOVE AGH-F90 TO WS-ANT-F90
                            MOVE AGH-F120 TO WS-ANT-F120
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AGING-HISTORICO
            DISPLAY 'FOTOGRAFIAS DO AGING: ' WS-QTD-FOTOS
                    ' - PARES MENSAIS APROVEITADOS: ' WS-QTD-PARES.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-ACUMULA-PAR  --  FOTOGRAFIA ANTERIOR X ATUAL: O QUE ESTAVA
      *                         NUMA FAIXA E NAO APARECE NA FAIXA
      *                         SEGUINTE UM MES DEPOIS FOI RECEBIDO.
      *                         A FAIXA 61+ JUNTA 61-90 E 91+ (O 91+
      *                         DE HOJE CONTEM O 91+ ANTERIOR).
      ******************************************************************
       1100-ACUMULA-PAR.
            COMPUTE WS-DIAS-PAR =
                FUNCTION INTEGER-OF-DATE(AGH-DT-EXECUCAO)
              - FUNCTION INTEGER-OF-DATE(WS-ANT-DT)
            IF WS-DIAS-PAR < 20 OR WS-DIAS-PAR > 45
                GO TO 1100-FIM
            END-IF
            ADD 1 TO WS-QTD-PARES
            PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
                EVALUATE WS-FX
                    WHEN 1
                        MOVE WS-ANT-A-VENCER TO WS-PAR-BASE
                        MOVE AGH-F30 TO WS-PAR-ROLOU
                    WHEN 2
                        MOVE WS-ANT-F30 TO WS-PAR-BASE
                        MOVE AGH-F60 TO WS-PAR-ROLOU
                    WHEN 3
                        MOVE WS-ANT-F60 TO WS-PAR-BASE
                        MOVE AGH-F90 TO WS-PAR-ROLOU
                    WHEN OTHER
                        COMPUTE WS-PAR-BASE = WS-ANT-F90 + WS-ANT-F120
                        MOVE AGH-F120 TO WS-PAR-ROLOU
                END-EVALUATE
                IF WS-PAR-BASE > ZEROS
                    IF WS-PAR-ROLOU > WS-PAR-BASE
                        MOVE WS-PAR-BASE TO WS-PAR-ROLOU
                    END-IF
                    COMPUTE WS-PAR-TAXA ROUNDED =
                        (WS-PAR-BASE - WS-PAR-ROLOU) / WS-PAR-BASE
                    ADD WS-PAR-BASE TO WS-HF-BASE(WS-FX)
                    COMPUTE WS-HF-RECEBIDO(WS-FX) =
                        WS-HF-RECEBIDO(WS-FX)
                      + WS-PAR-BASE - WS-PAR-ROLOU
                    ADD 1 TO WS-HF-QTD(WS-FX)
                    IF WS-HF-QTD(WS-FX) = 1
                       OR WS-PAR-TAXA > WS-HF-MAIOR(WS-FX)
                        MOVE WS-PAR-TAXA TO WS-HF-MAIOR(WS-FX)
                    END-IF
                    IF WS-HF-QTD(WS-FX) = 1
                       OR WS-PAR-TAXA < WS-HF-MENOR(WS-FX)
                        MOVE WS-PAR-TAXA TO WS-HF-MENOR(WS-FX)
                    END-IF
                END-IF
            END-PERFORM.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CALCULA-TAXAS  --  TAXA ESPERADA = RECEBIDO / BASE DE TODOS
      *                           OS PARES; OTIMISTA E PESSIMISTA = O
      *                           MELHOR E O PIOR PAR. COM MENOS DE DOIS
      *                           PARES NA FAIXA, A ESPERADA (OU A
      *                           PADRAO, SEM NENHUM) MAIS/MENOS A
      *                           MARGEM.
      ******************************************************************
       1200-CALCULA-TAXAS.
            PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
                IF WS-HF-QTD(WS-FX) = 0
                    MOVE WS-TX-PADRAO(WS-FX) TO WS-TX(2, WS-FX)
                ELSE
                    COMPUTE WS-TX(2, WS-FX) ROUNDED =
                        WS-HF-RECEBIDO(WS-FX) / WS-HF-BASE(WS-FX)
                END-IF
                IF WS-HF-QTD(WS-FX) >= 2
                    MOVE WS-HF-MAIOR(WS-FX) TO WS-TX(1, WS-FX)
                    MOVE WS-HF-MENOR(WS-FX) TO WS-TX(3, WS-FX)
                ELSE
                    IF WS-TX(2, WS-FX) + WS-TX-MARGEM > 1
                        MOVE 1 TO WS-TX(1, WS-FX)
                    ELSE
                        COMPUTE WS-TX(1, WS-FX) =
                            WS-TX(2, WS-FX) + WS-TX-MARGEM
                    END-IF
                    IF WS-TX(2, WS-FX) < WS-TX-MARGEM
                        MOVE ZEROS TO WS-TX(3, WS-FX)
                    ELSE
                        COMPUTE WS-TX(3, WS-FX) =
                            WS-TX(2, WS-FX) - WS-TX-MARGEM
                    END-IF
                END-IF
            END-PERFORM.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-VALORES  --  CARREGA O PRECO DATADO DOS CURSOS
      *                             (FD_VALOR_CURSO).
      ******************************************************************
       1300-CARREGA-VALORES.
            OPEN INPUT VALOR-CURSO
            IF NOT VC-FS-OK
                DISPLAY 'TABELA DE VALORES AUSENTE: ' WS-VC-DD
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-VC-EOF
            PERFORM UNTIL VC-FIM-ARQUIVO
                READ VALOR-CURSO
                    AT END
                        MOVE 'F' TO WS-VC-EOF
                    NOT AT END
                        IF WS-QTD-VALORES < 200
                            ADD 1 TO WS-QTD-VALORES
                            MOVE VC-COURSE-CODE TO
                                 WS-VAL-CURSO(WS-QTD-VALORES)
                            MOVE VC-VALOR TO
                                 WS-VAL-VALOR(WS-QTD-VALORES)
                            IF VC-DT-VIGENCIA NUMERIC
                                MOVE VC-DT-VIGENCIA TO
                                     WS-VAL-VIGENCIA(WS-QTD-VALORES)
                            ELSE
                                MOVE ZEROS TO
                                     WS-VAL-VIGENCIA(WS-QTD-VALORES)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VALOR-CURSO.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-BOLSAS  --  CARREGA AS CONCESSOES ATIVAS DE BOLSA
      *                            (MANUTENCAOBOLSA).
      ******************************************************************
       1400-CARREGA-BOLSAS.
            OPEN INPUT CONCESSOES
            IF NOT BOL-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-BOL-EOF
            PERFORM UNTIL BOL-FIM-ARQUIVO
                READ CONCESSOES
                    AT END
                        MOVE 'F' TO WS-BOL-EOF
                    NOT AT END
                        IF BOL-ATIVA AND WS-QTD-BOL < 300
                            ADD 1 TO WS-QTD-BOL
                            MOVE BOL-CD-STUDENT TO
                                 WS-TB-CD(WS-QTD-BOL)
                            MOVE BOL-PERCENTUAL TO
                                 WS-TB-PERC(WS-QTD-BOL)
                            MOVE BOL-DT-INICIO TO
                                 WS-TB-INI(WS-QTD-BOL)
                            IF BOL-DT-FIM NUMERIC
                                MOVE BOL-DT-FIM TO
                                     WS-TB-FIM(WS-QTD-BOL)
                            ELSE
                                MOVE ZEROS TO WS-TB-FIM(WS-QTD-BOL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONCESSOES.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROJETA-ABERTAS  --  VARRE OS ITENS ABERTOS DE
      *                             MENSALIDADES: VENCIDO ENTRA NO
      *                             PRIMEIRO MES NA FAIXA DO ATRASO DE
      *                             HOJE; A VENCER ENTRA NO MES DO
      *                             VENCIMENTO (VENCIMENTO ALEM DO
      *                             HORIZONTE FICA DE FORA).
      ******************************************************************
       2000-PROJETA-ABERTAS.
            MOVE 'N' TO WS-MEN-EOF
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-ABERTA AND MEN-VALOR > ZEROS
                            PERFORM 2100-CLASSIFICA-ITEM THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM.
       2000-FIM.
            EXIT.

       2100-CLASSIFICA-ITEM.
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                - FUNCTION INTEGER-OF-DATE(MEN-DT-VENCIMENTO)
            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO > 60
                    MOVE 4 TO WS-PRJ-FAIXA
                    MOVE 1 TO WS-PRJ-MES
                WHEN WS-DIAS-ATRASO > 30
                    MOVE 3 TO WS-PRJ-FAIXA
                    MOVE 1 TO WS-PRJ-MES
                WHEN WS-DIAS-ATRASO > 0
                    MOVE 2 TO WS-PRJ-FAIXA
                    MOVE 1 TO WS-PRJ-MES
                WHEN OTHER
                    MOVE 1 TO WS-PRJ-FAIXA
                    COMPUTE WS-COMP-VENC = MEN-DT-VENCIMENTO / 100
                    MOVE 0 TO WS-PRJ-MES
                    IF WS-COMP-VENC < WS-PM-COMP(1)
                        MOVE 1 TO WS-PRJ-MES
                    END-IF
                    PERFORM VARYING WS-MES FROM 1 BY 1
                            UNTIL WS-MES > 6
                        IF WS-PM-COMP(WS-MES) = WS-COMP-VENC
                            MOVE WS-MES TO WS-PRJ-MES
                        END-IF
                    END-PERFORM
            END-EVALUATE
            IF WS-PRJ-MES = 0
                ADD 1 TO WS-QTD-FORA-HORIZONTE
                GO TO 2100-FIM
            END-IF

            IF MEN-TIPO-PARCELA
                MOVE 'A' TO WS-PRJ-ORIGEM
                ADD 1 TO WS-QTD-PARCELAS
                ADD MEN-VALOR TO WS-BASE-ACORDO
            ELSE
                MOVE 'M' TO WS-PRJ-ORIGEM
                ADD 1 TO WS-QTD-ABERTAS
                ADD MEN-VALOR TO WS-BASE-MENSAL
            END-IF
            MOVE MEN-VALOR TO WS-PRJ-VALOR
            MOVE '(SEM)' TO COURSE-CODE
            IF ESTUDANTE-ABERTO
                MOVE MEN-CD-STUDENT TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        MOVE '(SEM)' TO COURSE-CODE
                END-READ
            END-IF
            PERFORM 4100-LOCALIZA-CURSO THRU 4100-FIM
            PERFORM 4000-PROJETA-VALOR THRU 4000-FIM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-PROJETA-GERACAO  --  PARA CADA ALUNO ATIVO E CADA
      *                             COMPETENCIA DO HORIZONTE AINDA SEM
      *                             ITEM EM MENSALIDADES, A COBRANCA
      *                             QUE O GERAMENSALIDADE VAI GERAR:
      *                             PRECO DO CURSO EM VIGOR NO DIA 10
      *                             MENOS A BOLSA, A VENCER NO MES.
      ******************************************************************
       3000-PROJETA-GERACAO.
            MOVE 'N' TO WS-EST-EOF
            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF STUDENT-ATIVO
                            PERFORM 4100-LOCALIZA-CURSO THRU 4100-FIM
                            PERFORM 3100-PROJETA-ALUNO THRU 3100-FIM
                                VARYING WS-PRJ-MES FROM 1 BY 1
                                UNTIL WS-PRJ-MES > 6
                        END-IF
                END-READ
            END-PERFORM.
       3000-FIM.
            EXIT.

       3100-PROJETA-ALUNO.
            MOVE CD-STUDENT TO MEN-CD-STUDENT
            MOVE WS-PM-COMP(WS-PRJ-MES) TO MEN-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    GO TO 3100-FIM
            END-READ

            COMPUTE WS-DT-VENC-GERAR = WS-PM-COMP(WS-PRJ-MES) * 100
                                     + 10
            MOVE ZEROS TO WS-PRJ-VALOR
            MOVE ZEROS TO WS-VIGENCIA-ESCOLHIDA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VALORES
                IF WS-VAL-CURSO(WS-IDX) = COURSE-CODE
                   AND WS-VAL-VIGENCIA(WS-IDX) <= WS-DT-VENC-GERAR
                   AND (WS-VIGENCIA-ESCOLHIDA = 0 OR
                        WS-VAL-VIGENCIA(WS-IDX) >=
                        WS-VIGENCIA-ESCOLHIDA)
                    MOVE WS-VAL-VALOR(WS-IDX) TO WS-PRJ-VALOR
                    MOVE WS-VAL-VIGENCIA(WS-IDX) TO
                         WS-VIGENCIA-ESCOLHIDA
                    IF WS-VIGENCIA-ESCOLHIDA = 0
                        MOVE 1 TO WS-VIGENCIA-ESCOLHIDA
                    END-IF
                END-IF
            END-PERFORM
            IF WS-PRJ-VALOR = ZEROS
                ADD 1 TO WS-QTD-SEM-VALOR
                GO TO 3100-FIM
            END-IF

            MOVE ZEROS TO WS-PERC-BOLSA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-BOL
                IF WS-TB-CD(WS-IDX) = CD-STUDENT
                   AND WS-TB-INI(WS-IDX) <= WS-DT-VENC-GERAR
                   AND (WS-TB-FIM(WS-IDX) = 0
                        OR WS-TB-FIM(WS-IDX) >= WS-DT-VENC-GERAR)
                    MOVE WS-TB-PERC(WS-IDX) TO WS-PERC-BOLSA
                    MOVE WS-QTD-BOL TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-PERC-BOLSA > 0
                COMPUTE WS-PRJ-VALOR ROUNDED = WS-PRJ-VALOR
                    * (100 - WS-PERC-BOLSA) / 100
            END-IF
            IF WS-PRJ-VALOR = ZEROS
                GO TO 3100-FIM
            END-IF

            MOVE 'G' TO WS-PRJ-ORIGEM
            MOVE 1 TO WS-PRJ-FAIXA
            ADD 1 TO WS-QTD-A-GERAR
            ADD WS-PRJ-VALOR TO WS-BASE-GERAR
            MOVE WS-PRJ-MES TO WS-MES
            PERFORM 4000-PROJETA-VALOR THRU 4000-FIM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-PROJETA-VALOR  --  PARA CADA CENARIO, RECEBE MES A MES A
      *                           TAXA DA FAIXA SOBRE O SALDO E ROLA O
      *                           QUE SOBRA PARA A FAIXA SEGUINTE ATE O
      *                           FIM DO HORIZONTE. O CENARIO ESPERADO
      *                           ABRE O VALOR POR ORIGEM E POR CURSO.
      ******************************************************************
       4000-PROJETA-VALOR.
            PERFORM VARYING WS-CEN FROM 1 BY 1 UNTIL WS-CEN > 3
                MOVE WS-PRJ-VALOR TO WS-SALDO
                MOVE WS-PRJ-FAIXA TO WS-FX
                PERFORM VARYING WS-IDX-2 FROM WS-PRJ-MES BY 1
                        UNTIL WS-IDX-2 > 6 OR WS-SALDO = ZEROS
                    COMPUTE WS-RECEBIDO ROUNDED =
                        WS-SALDO * WS-TX(WS-CEN, WS-FX)
                    SUBTRACT WS-RECEBIDO FROM WS-SALDO
                    ADD WS-RECEBIDO TO WS-PM-CEN(WS-IDX-2, WS-CEN)
                    IF WS-POS-CUR > 0
                        ADD WS-RECEBIDO TO
                            WS-CUR-CEN(WS-POS-CUR, WS-CEN)
                    END-IF
                    IF WS-CEN = 2
                        EVALUATE TRUE
                            WHEN ORIGEM-ACORDO
                                ADD WS-RECEBIDO TO
                                    WS-PM-ACORDO(WS-IDX-2)
                            WHEN ORIGEM-GERACAO
                                ADD WS-RECEBIDO TO
                                    WS-PM-GERAR(WS-IDX-2)
                            WHEN OTHER
                                ADD WS-RECEBIDO TO
                                    WS-PM-MENSAL(WS-IDX-2)
                        END-EVALUATE
                        IF WS-POS-CUR > 0
                            ADD WS-RECEBIDO TO
                                WS-CUR-MES(WS-POS-CUR, WS-IDX-2)
                        END-IF
                    END-IF
                    IF WS-FX < 4
                        ADD 1 TO WS-FX
                    END-IF
                END-PERFORM
            END-PERFORM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-LOCALIZA-CURSO  --  POSICAO DO CURSO CORRENTE
      *                            (COURSE-CODE) NA TABELA, ABRINDO A
      *                            LINHA SE PRECISO (0 = TABELA
      *                            CHEIA).
      ******************************************************************
       4100-LOCALIZA-CURSO.
            MOVE 0 TO WS-POS-CUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-CODIGO(WS-IDX) = COURSE-CODE
                    MOVE WS-IDX TO WS-POS-CUR
                    MOVE WS-QTD-CUR TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CUR = 0 AND WS-QTD-CUR < 50
                ADD 1 TO WS-QTD-CUR
                MOVE WS-QTD-CUR TO WS-POS-CUR
                INITIALIZE WS-CUR-TAB(WS-POS-CUR)
                MOVE COURSE-CODE TO WS-CUR-CODIGO(WS-POS-CUR)
            END-IF.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  TAXAS USADAS, QUADRO POR MES (ORIGENS
      *                             NO CENARIO ESPERADO E OS TRES
      *                             CENARIOS) E QUADRO POR CURSO.
      ******************************************************************
       5000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO-PRJ
            MOVE SPACES TO RPT-LINHA
            STRING 'PROJECAO DE RECEBIMENTOS - ' WS-PM-COMP(1)
                   ' A ' WS-PM-COMP(6) ' - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TAXAS DE RECEBIMENTO (' WS-QTD-PARES
                   ' PARES MENSAIS DO AGING)'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE 'FAIXA      OTIMISTA  ESPERADO  PESSIMISTA'
                TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4
                MOVE SPACES TO RPT-LINHA
                EVALUATE WS-FX
                    WHEN 1
                        MOVE 'A VENCER' TO RPT-LINHA(1:10)
                    WHEN 2
                        MOVE 'ATE 30' TO RPT-LINHA(1:10)
                    WHEN 3
                        MOVE '31-60' TO RPT-LINHA(1:10)
                    WHEN OTHER
                        MOVE '61+' TO RPT-LINHA(1:10)
                END-EVALUATE
                MOVE WS-TX(1, WS-FX) TO WS-TAXA-ED
                MOVE WS-TAXA-ED TO RPT-LINHA(12:6)
                MOVE WS-TX(2, WS-FX) TO WS-TAXA-ED
                MOVE WS-TAXA-ED TO RPT-LINHA(22:6)
                MOVE WS-TX(3, WS-FX) TO WS-TAXA-ED
                MOVE WS-TAXA-ED TO RPT-LINHA(32:6)
                WRITE RPT-LINHA
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'MES       MENSALIDADES       ACORDOS      A GERAR'
                   '     ESPERADO     OTIMISTA   PESSIMISTA'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            INITIALIZE WS-TOTAIS-CENARIO
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 6
                ADD WS-PM-CEN(WS-MES, 1) TO WS-TOT-CEN(1)
                ADD WS-PM-CEN(WS-MES, 2) TO WS-TOT-CEN(2)
                ADD WS-PM-CEN(WS-MES, 3) TO WS-TOT-CEN(3)
                MOVE SPACES TO RPT-LINHA
                MOVE WS-PM-COMP(WS-MES) TO RPT-LINHA(1:6)
                MOVE WS-PM-MENSAL(WS-MES) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(11:12)
                MOVE WS-PM-ACORDO(WS-MES) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(24:12)
                MOVE WS-PM-GERAR(WS-MES) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(37:12)
                MOVE WS-PM-CEN(WS-MES, 2) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(50:12)
                MOVE WS-PM-CEN(WS-MES, 1) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(63:12)
                MOVE WS-PM-CEN(WS-MES, 3) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(76:12)
                WRITE RPT-LINHA
            END-PERFORM
            MOVE SPACES TO RPT-LINHA
            MOVE 'TOTAL' TO RPT-LINHA(1:6)
            MOVE WS-TOT-CEN(2) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(50:12)
            MOVE WS-TOT-CEN(1) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(63:12)
            MOVE WS-TOT-CEN(3) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(76:12)
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'POR CURSO - CENARIO ESPERADO POR MES E TOTAL DOS TRES'
                TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'CURSO ' WS-PM-COMP(1) '       ' WS-PM-COMP(2)
                   '       ' WS-PM-COMP(3) '       ' WS-PM-COMP(4)
                   '       ' WS-PM-COMP(5) '       ' WS-PM-COMP(6)
                   '     ESPERADO     OTIMISTA   PESSIMISTA'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                MOVE SPACES TO RPT-LINHA
                MOVE WS-CUR-CODIGO(WS-IDX) TO RPT-LINHA(1:5)
                PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 6
                    MOVE WS-CUR-MES(WS-IDX, WS-MES) TO WS-VALOR-ED
                    COMPUTE WS-IDX-2 = (WS-MES - 1) * 13 + 1
                    MOVE WS-VALOR-ED TO RPT-LINHA(WS-IDX-2 + 1:12)
                END-PERFORM
                MOVE WS-CUR-CEN(WS-IDX, 2) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(80:12)
                MOVE WS-CUR-CEN(WS-IDX, 1) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(93:12)
                MOVE WS-CUR-CEN(WS-IDX, 3) TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(106:12)
                WRITE RPT-LINHA
            END-PERFORM
            CLOSE RELATORIO-PRJ
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DA PROJECAO ***'
            MOVE WS-BASE-MENSAL TO WS-VALOR-ED
            DISPLAY 'ITENS ABERTOS........: ' WS-QTD-ABERTAS
                    ' (' WS-VALOR-ED ')'
            MOVE WS-BASE-ACORDO TO WS-VALOR-ED
            DISPLAY 'PARCELAS DE ACORDO...: ' WS-QTD-PARCELAS
                    ' (' WS-VALOR-ED ')'
            MOVE WS-BASE-GERAR TO WS-VALOR-ED
            DISPLAY 'COBRANCAS A GERAR....: ' WS-QTD-A-GERAR
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'FORA DO HORIZONTE....: ' WS-QTD-FORA-HORIZONTE
            DISPLAY 'SEM VALOR DE CURSO...: ' WS-QTD-SEM-VALOR
            MOVE WS-TOT-CEN(2) TO WS-VALOR-ED
            DISPLAY 'RECEBIMENTO ESPERADO.: ' WS-VALOR-ED
            MOVE WS-TOT-CEN(1) TO WS-VALOR-ED
            DISPLAY 'CENARIO OTIMISTA.....: ' WS-VALOR-ED
            MOVE WS-TOT-CEN(3) TO WS-VALOR-ED
            DISPLAY 'CENARIO PESSIMISTA...: ' WS-VALOR-ED
            DISPLAY 'PROJECAO EM ' WS-RPT-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'PROJECAORECEBIVEIS' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-COMPETENCIA TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM PROJECAORECEBIVEIS.
