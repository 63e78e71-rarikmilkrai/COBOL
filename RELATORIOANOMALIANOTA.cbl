      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO ESTATISTICO DE ANOMALIAS DE NOTAS POR TURMA
      *         E PROFESSOR: LE O HISTORICO DE NOTAS E, PARA CADA
      *         TURMA DO PERIODO PEDIDO (DD_PERIODO_ANOMALIA; EM
      *         BRANCO, O PERIODO MAIS RECENTE DO HISTORICO), CALCULA
      *         MEDIA, DESVIO PADRAO E TAXA DE APROVACAO (CONCEITO
      *         A/B/C COM FREQUENCIA DE 75% OU MAIS) E COMPARA COM AS
      *         DEMAIS TURMAS DA MESMA MATERIA NO PERIODO E COM OS
      *         PERIODOS ANTERIORES (A PROPRIA TURMA, SE O CODIGO SE
      *         REPETE; SENAO, A MATERIA). A TURMA CUJA MEDIA SE
      *         AFASTA MAIS DE N DESVIOS PADRAO DA BASE
      *         (DD_LIMITE_DESVIOS, PADRAO 2.00) E APONTADA, ASSIM
      *         COMO OS PADROES SUSPEITOS: TODOS OS ALUNOS COM A MESMA
      *         MEDIA, TODOS COM 10.00, NOTA-4 ZERADA EM TODOS E LOTE
      *         COM MUITOS LANCAMENTOS DA TURMA (DD_MIN_LANC_LOTE,
      *         PADRAO 10) POSTADO NOS ULTIMOS MINUTOS DA JANELA DE
      *         LANCAMENTO (DD_MINUTOS_JANELA, PADRAO 60; HORA DA
      *         POSTAGEM NO LOTES_POSTADOS.TXT, FIM DA JANELA NO
      *         CALENDARIO.TXT). CADA TURMA APONTADA SAI COM OS
      *         PROFESSORES ATRIBUIDOS NO PROF_TURMA.TXT. ESTORNO
      *         ANULA O LANCAMENTO REVERTIDO; EQUIVALENCIA EXTERNA E
      *         LANCAMENTO SEM TURMA NAO ENTRAM. RC 4 QUANDO HA TURMA
      *         APONTADA - A COORDENACAO SO SABIA DA TURMA COM NOTA
      *         INFLADA QUANDO O ALUNO DE OUTRA TURMA RECLAMAVA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOANOMALIANOTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT CALENDARIO ASSIGN TO DYNAMIC WS-CAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-FS.

           SELECT LOTES-POSTADOS ASSIGN TO DYNAMIC WS-LP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LP-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT RELATORIO-ANOM ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD CALENDARIO.
          COPY FD_CALENDARIO.

       FD LOTES-POSTADOS.
          COPY FD_LOTE_POSTADO.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD RELATORIO-ANOM.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-CAL-DD                PIC X(100) VALUE SPACES.
       01 WS-LP-DD                 PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-CAL-FS                PIC XX VALUE SPACES.
          88 CAL-FS-OK             VALUE '00'.
       77 WS-LP-FS                 PIC XX VALUE SPACES.
          88 LP-FS-OK              VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-HIST-EOF              PIC X VALUE 'N'.
          88 HIST-FIM-ARQUIVO      VALUE 'F'.
       77 WS-CAL-EOF               PIC X VALUE 'N'.
          88 CAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-LP-EOF                PIC X VALUE 'N'.
          88 LP-FIM-ARQUIVO        VALUE 'F'.
       77 WS-PTU-EOF               PIC X VALUE 'N'.
          88 PTU-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

      *----------------------------------------------------------------*
      * PARAMETROS DO RELATORIO                                        *
      *----------------------------------------------------------------*
       77 WS-PERIODO-ALVO          PIC X(06) VALUE SPACES.
       77 WS-LIMITE-DESVIOS        PIC 9(02)V9(02) VALUE 2.
       77 WS-LIMITE-TXT            PIC X(05) VALUE SPACES.
       77 WS-MINUTOS-JANELA        PIC 9(04) VALUE 60.
       77 WS-MINUTOS-TXT           PIC X(04) VALUE SPACES.
       77 WS-MIN-LANC-LOTE         PIC 9(05) VALUE 10.
       77 WS-MIN-LOTE-TXT          PIC X(05) VALUE SPACES.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.
       77 WS-MIN-AMOSTRA           PIC 9(03) VALUE 3.
       77 WS-DT-FIM-JANELA         PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * GRUPOS TURMA/MATERIA/PERIODO ATE O PERIODO PEDIDO              *
      *----------------------------------------------------------------*
       01 WS-TABELA-GRUPOS.
          05 WS-QTD-GRP            PIC 9(04) VALUE 0.
          05 WS-GRP-TAB OCCURS 1000 TIMES.
             10 WS-GRP-TURMA       PIC X(08).
             10 WS-GRP-MATERIA     PIC X(50).
             10 WS-GRP-PERIODO     PIC X(06).
             10 WS-GRP-QTD         PIC S9(05).
             10 WS-GRP-SOMA        PIC S9(07)V9(02).
             10 WS-GRP-SOMA-QUAD   PIC S9(09)V9(04).
             10 WS-GRP-APROV       PIC S9(05).
             10 WS-GRP-DEZ         PIC S9(05).
             10 WS-GRP-N4-ZERO     PIC S9(05).
       77 WS-POS-GRP               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-B                 PIC 9(04) VALUE ZEROS.
       77 WS-GRP-ESTOUROU          PIC 9 VALUE 0.
          88 GRUPOS-ESTOURARAM     VALUE 1.

      *----------------------------------------------------------------*
      * LANCAMENTOS POR LOTE DE CADA GRUPO DO PERIODO PEDIDO           *
      *----------------------------------------------------------------*
       01 WS-TABELA-LOTES.
          05 WS-QTD-LOT            PIC 9(04) VALUE 0.
          05 WS-LOT-TAB OCCURS 500 TIMES.
             10 WS-LOT-GRP         PIC 9(04).
             10 WS-LOT-ID          PIC X(08).
             10 WS-LOT-QTD         PIC S9(05).
       77 WS-POS-LOT               PIC 9(04) VALUE ZEROS.
       77 WS-IDX-LOT               PIC 9(04) VALUE ZEROS.

       01 WS-TABELA-POSTAGENS.
          05 WS-QTD-LPO            PIC 9(03) VALUE 0.
          05 WS-LPO-TAB OCCURS 200 TIMES.
             10 WS-LPO-ID          PIC X(08).
             10 WS-LPO-DT          PIC 9(08).
             10 WS-LPO-HR          PIC 9(06).
       77 WS-IDX-LPO               PIC 9(03) VALUE ZEROS.
       01 WS-HR-POSTAGEM           PIC 9(06) VALUE ZEROS.
       01 WS-HR-POSTAGEM-R REDEFINES WS-HR-POSTAGEM.
          05 WS-HR-HH              PIC 9(02).
          05 WS-HR-MM              PIC 9(02).
          05 WS-HR-SS              PIC 9(02).
       77 WS-MIN-ANTES-FIM         PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ATRIBUICOES DE PROFESSOR POR TURMA                             *
      *----------------------------------------------------------------*
       01 WS-TABELA-PROF-TURMA.
          05 WS-QTD-PTU            PIC 9(03) VALUE 0.
          05 WS-PTU-TAB OCCURS 500 TIMES.
             10 WS-PTU-TURMA       PIC X(08).
             10 WS-PTU-PROF        PIC X(06).
       77 WS-IDX-PTU               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PROF-TURMA        PIC 9(02) VALUE ZEROS.
       77 WS-LISTA-PROF            PIC X(40) VALUE SPACES.
       77 WS-PTR-PROF              PIC 9(03) VALUE 1.

      *----------------------------------------------------------------*
      * ESTATISTICAS DA TURMA E DAS BASES DE COMPARACAO                *
      *----------------------------------------------------------------*
       77 WS-MEDIA-T               PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-DP-T                  PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-APROV-T               PIC S9(03)V9(02) VALUE ZEROS.
       77 WS-BASE-QTD              PIC S9(07) VALUE ZEROS.
       77 WS-BASE-SOMA             PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-BASE-SOMA-QUAD        PIC S9(11)V9(04) VALUE ZEROS.
       77 WS-BASE-APROV            PIC S9(07) VALUE ZEROS.
       77 WS-BASE-MEDIA            PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-BASE-DP               PIC S9(03)V9(04) VALUE ZEROS.
       77 WS-BASE-TAXA             PIC S9(03)V9(02) VALUE ZEROS.
       77 WS-VARIANCIA             PIC S9(07)V9(06) VALUE ZEROS.
       77 WS-DESVIOS               PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-DESVIOS-ABS           PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-BASE-ORIGEM           PIC X(20) VALUE SPACES.
       77 WS-BASE-OK               PIC 9 VALUE 0.
          88 BASE-COMPARAVEL       VALUE 1.
       77 WS-TURMA-APONTADA        PIC 9 VALUE 0.
          88 TURMA-APONTADA        VALUE 1.
       77 WS-MOTIVO                PIC X(80) VALUE SPACES.

       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TURMAS            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-APONTADAS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ED                PIC ZZZZ9.
       77 WS-MEDIA-ED              PIC ZZ9.99.
       77 WS-DP-ED                 PIC ZZ9.99.
       77 WS-TAXA-ED               PIC ZZ9.99.
       77 WS-DESVIOS-ED            PIC ----9.99.
       77 WS-LIMITE-ED             PIC Z9.99.
       77 WS-MIN-ED                PIC ZZZ9.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOANOMALIANOTA - ANOMALIAS DE NOTAS  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-PERIODO-ALVO FROM ENVIRONMENT
                                        'DD_PERIODO_ANOMALIA'
            ACCEPT WS-LIMITE-TXT FROM ENVIRONMENT 'DD_LIMITE_DESVIOS'
            IF WS-LIMITE-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-LIMITE-TXT) TO WS-LIMITE-DESVIOS
            END-IF
            IF WS-LIMITE-DESVIOS = 0
                MOVE 2 TO WS-LIMITE-DESVIOS
            END-IF
            ACCEPT WS-MINUTOS-TXT FROM ENVIRONMENT 'DD_MINUTOS_JANELA'
            IF WS-MINUTOS-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-MINUTOS-TXT)
                  TO WS-MINUTOS-JANELA
            END-IF
            ACCEPT WS-MIN-LOTE-TXT FROM ENVIRONMENT 'DD_MIN_LANC_LOTE'
            IF WS-MIN-LOTE-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-MIN-LOTE-TXT)
                  TO WS-MIN-LANC-LOTE
            END-IF

            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-CAL-DD FROM ENVIRONMENT 'DD_CALENDARIO'
            IF WS-CAL-DD = SPACES
                MOVE 'CALENDARIO.TXT' TO WS-CAL-DD
            END-IF
            ACCEPT WS-LP-DD FROM ENVIRONMENT 'DD_LOTES_POSTADOS'
            IF WS-LP-DD = SPACES
                MOVE 'LOTES_POSTADOS.TXT' TO WS-LP-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_ANOMALIA'
            IF WS-RPT-DD = SPACES
                MOVE 'ANOMALIAS_NOTAS.RPT' TO WS-RPT-DD
            END-IF

            IF WS-PERIODO-ALVO = SPACES
                PERFORM 1000-DESCOBRE-PERIODO THRU 1000-FIM
            END-IF
            IF WS-PERIODO-ALVO = SPACES
                DISPLAY 'HISTORICO DE NOTAS AUSENTE OU VAZIO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1100-ACUMULA-HISTORICO THRU 1100-FIM
            PERFORM 1200-CARREGA-JANELA THRU 1200-FIM
            PERFORM 1300-CARREGA-POSTAGENS THRU 1300-FIM
            PERFORM 1400-CARREGA-PROF-TURMA THRU 1400-FIM
            PERFORM 3000-EMITE-RELATORIO THRU 3000-FIM

            IF WS-QTD-APONTADAS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-DESCOBRE-PERIODO  --  SEM PERIODO INFORMADO, ASSUME O
      *                              MAIOR HIST-PERIODO DO HISTORICO.
      ******************************************************************
       1000-DESCOBRE-PERIODO.
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-HIST-EOF
            PERFORM UNTIL HIST-FIM-ARQUIVO
                READ HISTORICO-NOTAS
                    AT END
                        MOVE 'F' TO WS-HIST-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        IF HIST-PERIODO > WS-PERIODO-ALVO
                            MOVE HIST-PERIODO TO WS-PERIODO-ALVO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-ACUMULA-HISTORICO  --  ACUMULA OS LANCAMENTOS COM TURMA
      *                               DO PERIODO PEDIDO E DOS
      *                               ANTERIORES POR TURMA/MATERIA/
      *                               PERIODO; NO PERIODO PEDIDO, CONTA
      *                               TAMBEM OS LANCAMENTOS POR LOTE.
      ******************************************************************
       1100-ACUMULA-HISTORICO.
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                DISPLAY 'HISTORICO DE NOTAS AUSENTE.'
                MOVE 4 TO RETURN-CODE
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-HIST-EOF
            PERFORM UNTIL HIST-FIM-ARQUIVO
                READ HISTORICO-NOTAS
                    AT END
                        MOVE 'F' TO WS-HIST-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        ADD 1 TO WS-QTD-LIDOS
                        IF HIST-TURMA NOT = SPACES
                           AND NOT HIST-LANC-EQUIVALENCIA
                           AND HIST-PERIODO NOT > WS-PERIODO-ALVO
                            PERFORM 2000-ACUMULA-GRUPO THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS
            IF GRUPOS-ESTOURARAM
                DISPLAY 'ATENCAO: MAIS DE 1000 TURMAS/PERIODOS NO '
                        'HISTORICO - AS EXCEDENTES FICARAM FORA.'
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-JANELA  --  DATA DE FIM DA JANELA DE LANCAMENTO DO
      *                            PERIODO PEDIDO (ZERO SEM CALENDARIO:
      *                            A CONFERENCIA DE LOTE TARDIO FICA
      *                            DESLIGADA).
      ******************************************************************
       1200-CARREGA-JANELA.
            OPEN INPUT CALENDARIO
            IF NOT CAL-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-CAL-EOF
            PERFORM UNTIL CAL-FIM-ARQUIVO
                READ CALENDARIO
                    AT END
                        MOVE 'F' TO WS-CAL-EOF
                    NOT AT END
                        IF CAL-REG-PERIODO
                           AND CAL-REG-PERIODO-ID = WS-PERIODO-ALVO
                            MOVE CAL-DT-FIM-LANCAMENTO TO
                                 WS-DT-FIM-JANELA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDARIO.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-POSTAGENS  --  CARREGA A DATA/HORA DA ULTIMA
      *                               POSTAGEM DE CADA LOTE (LINHAS
      *                               ANTIGAS, SEM DATA/HORA, FICAM
      *                               ZERADAS E NAO SAO CONFERIDAS).
      ******************************************************************
       1300-CARREGA-POSTAGENS.
            OPEN INPUT LOTES-POSTADOS
            IF NOT LP-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-LP-EOF
            PERFORM UNTIL LP-FIM-ARQUIVO
                READ LOTES-POSTADOS
                    AT END
                        MOVE 'F' TO WS-LP-EOF
                    NOT AT END
                        IF WS-QTD-LPO < 200
                            ADD 1 TO WS-QTD-LPO
                            MOVE LP-LOTE-ID TO WS-LPO-ID(WS-QTD-LPO)
                            IF LP-DT-POSTAGEM NUMERIC
                               AND LP-HR-POSTAGEM NUMERIC
                                MOVE LP-DT-POSTAGEM TO
                                     WS-LPO-DT(WS-QTD-LPO)
                                MOVE LP-HR-POSTAGEM TO
                                     WS-LPO-HR(WS-QTD-LPO)
                            ELSE
                                MOVE ZEROS TO WS-LPO-DT(WS-QTD-LPO)
                                MOVE ZEROS TO WS-LPO-HR(WS-QTD-LPO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOTES-POSTADOS.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-PROF-TURMA  --  CARREGA AS ATRIBUICOES PROFESSOR X
      *                                TURMA (TODAS AS LINHAS, INCLUSIVE
      *                                AS ENCERRADAS POR SUBSTITUICAO).
      ******************************************************************
       1400-CARREGA-PROF-TURMA.
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
                        IF WS-QTD-PTU < 500
                            ADD 1 TO WS-QTD-PTU
                            MOVE PTU-TURMA-CODIGO TO
                                 WS-PTU-TURMA(WS-QTD-PTU)
                            MOVE PTU-PROF-CODIGO TO
                                 WS-PTU-PROF(WS-QTD-PTU)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 2000-ACUMULA-GRUPO  --  ACUMULA O LANCAMENTO NO GRUPO TURMA/
      *                           MATERIA/PERIODO (ESTORNO ENTRA
      *                           SUBTRAINDO EM TODOS OS TOTAIS).
      ******************************************************************
       2000-ACUMULA-GRUPO.
            MOVE 0 TO WS-POS-GRP
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-GRP
                IF WS-GRP-TURMA(WS-IDX) = HIST-TURMA
                   AND WS-GRP-MATERIA(WS-IDX) = HIST-MATERIA
                   AND WS-GRP-PERIODO(WS-IDX) = HIST-PERIODO
                    MOVE WS-IDX TO WS-POS-GRP
                    MOVE WS-QTD-GRP TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-GRP = 0
                IF WS-QTD-GRP >= 1000
                    MOVE 1 TO WS-GRP-ESTOUROU
                    GO TO 2000-FIM
                END-IF
                ADD 1 TO WS-QTD-GRP
                MOVE WS-QTD-GRP TO WS-POS-GRP
                MOVE HIST-TURMA TO WS-GRP-TURMA(WS-POS-GRP)
                MOVE HIST-MATERIA TO WS-GRP-MATERIA(WS-POS-GRP)
                MOVE HIST-PERIODO TO WS-GRP-PERIODO(WS-POS-GRP)
                MOVE ZEROS TO WS-GRP-QTD(WS-POS-GRP)
                MOVE ZEROS TO WS-GRP-SOMA(WS-POS-GRP)
                MOVE ZEROS TO WS-GRP-SOMA-QUAD(WS-POS-GRP)
                MOVE ZEROS TO WS-GRP-APROV(WS-POS-GRP)
                MOVE ZEROS TO WS-GRP-DEZ(WS-POS-GRP)
                MOVE ZEROS TO WS-GRP-N4-ZERO(WS-POS-GRP)
            END-IF

            IF HIST-LANC-ESTORNO
                SUBTRACT 1 FROM WS-GRP-QTD(WS-POS-GRP)
                SUBTRACT HIST-MEDIA FROM WS-GRP-SOMA(WS-POS-GRP)
                COMPUTE WS-GRP-SOMA-QUAD(WS-POS-GRP) =
                    WS-GRP-SOMA-QUAD(WS-POS-GRP)
                    - (HIST-MEDIA * HIST-MEDIA)
                IF (HIST-CONCEITO = 'A' OR 'B' OR 'C')
                   AND HIST-FREQUENCIA >= WS-FREQ-MINIMA
                    SUBTRACT 1 FROM WS-GRP-APROV(WS-POS-GRP)
                END-IF
                IF HIST-MEDIA = 10
                    SUBTRACT 1 FROM WS-GRP-DEZ(WS-POS-GRP)
                END-IF
                IF HIST-NOTA-4 = 0
                    SUBTRACT 1 FROM WS-GRP-N4-ZERO(WS-POS-GRP)
                END-IF
                IF HIST-PERIODO = WS-PERIODO-ALVO
                    PERFORM 2100-CONTA-LOTE THRU 2100-FIM
                END-IF
            ELSE
                ADD 1 TO WS-GRP-QTD(WS-POS-GRP)
                ADD HIST-MEDIA TO WS-GRP-SOMA(WS-POS-GRP)
                COMPUTE WS-GRP-SOMA-QUAD(WS-POS-GRP) =
                    WS-GRP-SOMA-QUAD(WS-POS-GRP)
                    + (HIST-MEDIA * HIST-MEDIA)
                IF (HIST-CONCEITO = 'A' OR 'B' OR 'C')
                   AND HIST-FREQUENCIA >= WS-FREQ-MINIMA
                    ADD 1 TO WS-GRP-APROV(WS-POS-GRP)
                END-IF
                IF HIST-MEDIA = 10
                    ADD 1 TO WS-GRP-DEZ(WS-POS-GRP)
                END-IF
                IF HIST-NOTA-4 = 0
                    ADD 1 TO WS-GRP-N4-ZERO(WS-POS-GRP)
                END-IF
                IF HIST-PERIODO = WS-PERIODO-ALVO
                    PERFORM 2100-CONTA-LOTE THRU 2100-FIM
                END-IF
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CONTA-LOTE  --  CONTA O LANCAMENTO NO LOTE DE ORIGEM DO
      *                        GRUPO (LANCAMENTO INTERATIVO, SEM LOTE,
      *                        NAO ENTRA; ESTORNO NAO DESCONTA - O
      *                        ESTORNO VEM DO CORRIGENOTAS E NAO TIRA
      *                        A POSTAGEM DO LOTE).
      ******************************************************************
       2100-CONTA-LOTE.
            IF HIST-LOTE-ID = SPACES OR HIST-LANC-ESTORNO
                GO TO 2100-FIM
            END-IF
            MOVE 0 TO WS-POS-LOT
            PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                    UNTIL WS-IDX-LOT > WS-QTD-LOT
                IF WS-LOT-GRP(WS-IDX-LOT) = WS-POS-GRP
                   AND WS-LOT-ID(WS-IDX-LOT) = HIST-LOTE-ID
                    MOVE WS-IDX-LOT TO WS-POS-LOT
                    MOVE WS-QTD-LOT TO WS-IDX-LOT
                END-IF
            END-PERFORM
            IF WS-POS-LOT = 0
                IF WS-QTD-LOT >= 500
                    GO TO 2100-FIM
                END-IF
                ADD 1 TO WS-QTD-LOT
                MOVE WS-QTD-LOT TO WS-POS-LOT
                MOVE WS-POS-GRP TO WS-LOT-GRP(WS-POS-LOT)
                MOVE HIST-LOTE-ID TO WS-LOT-ID(WS-POS-LOT)
                MOVE ZEROS TO WS-LOT-QTD(WS-POS-LOT)
            END-IF
            ADD 1 TO WS-LOT-QTD(WS-POS-LOT).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-EMITE-RELATORIO  --  AVALIA E IMPRIME CADA TURMA DO
      *                             PERIODO PEDIDO E O RESUMO.
      ******************************************************************
       3000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO-ANOM
            MOVE WS-LIMITE-DESVIOS TO WS-LIMITE-ED
            MOVE WS-MINUTOS-JANELA TO WS-MIN-ED

            MOVE SPACES TO RPT-LINHA
            STRING 'ANOMALIAS DE NOTAS POR TURMA - PERIODO '
                   WS-PERIODO-ALVO ' - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'LIMITE ' WS-LIMITE-ED ' DESVIOS PADRAO - '
                   'LOTE TARDIO: ' WS-MIN-LANC-LOTE
                   ' LANCAMENTOS NOS ULTIMOS ' WS-MIN-ED
                   ' MINUTOS DA JANELA'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM VARYING WS-POS-GRP FROM 1 BY 1
                    UNTIL WS-POS-GRP > WS-QTD-GRP
                IF WS-GRP-PERIODO(WS-POS-GRP) = WS-PERIODO-ALVO
                   AND WS-GRP-QTD(WS-POS-GRP) > 0
                    ADD 1 TO WS-QTD-TURMAS
                    PERFORM 3100-AVALIA-TURMA THRU 3100-FIM
                END-IF
            END-PERFORM

            CLOSE RELATORIO-ANOM
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO ***'
            DISPLAY 'PERIODO ANALISADO....: ' WS-PERIODO-ALVO
            DISPLAY 'LANCAMENTOS LIDOS....: ' WS-QTD-LIDOS
            DISPLAY 'TURMAS AVALIADAS.....: ' WS-QTD-TURMAS
            DISPLAY 'TURMAS APONTADAS.....: ' WS-QTD-APONTADAS
            DISPLAY 'RELATORIO............: ' WS-RPT-DD.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-AVALIA-TURMA  --  ESTATISTICAS DA TURMA, COMPARACAO COM AS
      *                          OUTRAS TURMAS E COM O HISTORICO,
      *                          PADROES SUSPEITOS E PROFESSORES.
      ******************************************************************
       3100-AVALIA-TURMA.
            MOVE 0 TO WS-TURMA-APONTADA
            COMPUTE WS-MEDIA-T ROUNDED =
                WS-GRP-SOMA(WS-POS-GRP) / WS-GRP-QTD(WS-POS-GRP)
            COMPUTE WS-VARIANCIA ROUNDED =
                (WS-GRP-SOMA-QUAD(WS-POS-GRP) / WS-GRP-QTD(WS-POS-GRP))
                - (WS-MEDIA-T * WS-MEDIA-T)
            IF WS-VARIANCIA > 0
                COMPUTE WS-DP-T ROUNDED = WS-VARIANCIA ** 0.5
            ELSE
                MOVE 0 TO WS-DP-T
            END-IF
            COMPUTE WS-APROV-T ROUNDED =
                (WS-GRP-APROV(WS-POS-GRP) * 100)
                / WS-GRP-QTD(WS-POS-GRP)

            MOVE WS-GRP-QTD(WS-POS-GRP) TO WS-QTD-ED
            MOVE WS-MEDIA-T TO WS-MEDIA-ED
            MOVE WS-DP-T TO WS-DP-ED
            MOVE WS-APROV-T TO WS-TAXA-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMA ' WS-GRP-TURMA(WS-POS-GRP)
                   ' ' WS-GRP-MATERIA(WS-POS-GRP)(1:30)
                   ' QTD ' WS-QTD-ED
                   ' MEDIA ' WS-MEDIA-ED
                   ' DP ' WS-DP-ED
                   ' APROV ' WS-TAXA-ED '%'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM 3200-BASE-OUTRAS-TURMAS THRU 3200-FIM
            PERFORM 3500-COMPARA-BASE THRU 3500-FIM
            PERFORM 3300-BASE-HISTORICO THRU 3300-FIM
            PERFORM 3500-COMPARA-BASE THRU 3500-FIM
            PERFORM 3600-PADROES-SUSPEITOS THRU 3600-FIM
            PERFORM 3700-LOTE-FIM-JANELA THRU 3700-FIM

            IF TURMA-APONTADA
                ADD 1 TO WS-QTD-APONTADAS
                PERFORM 3800-PROFESSORES-TURMA THRU 3800-FIM
                MOVE SPACES TO RPT-LINHA
                STRING '   PROFESSOR(ES)..: ' WS-LISTA-PROF
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                DISPLAY 'ATENCAO: TURMA ' WS-GRP-TURMA(WS-POS-GRP)
                        ' ' WS-GRP-MATERIA(WS-POS-GRP)(1:30)
                        ' APONTADA - PROFESSOR(ES) '
                        FUNCTION TRIM(WS-LISTA-PROF)
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-BASE-OUTRAS-TURMAS  --  SOMA AS DEMAIS TURMAS DA MESMA
      *                                MATERIA NO PERIODO PEDIDO.
      ******************************************************************
       3200-BASE-OUTRAS-TURMAS.
            PERFORM 3400-ZERA-BASE THRU 3400-FIM
            MOVE 'OUTRAS TURMAS' TO WS-BASE-ORIGEM
            PERFORM VARYING WS-IDX-B FROM 1 BY 1
                    UNTIL WS-IDX-B > WS-QTD-GRP
                IF WS-IDX-B NOT = WS-POS-GRP
                   AND WS-GRP-PERIODO(WS-IDX-B) = WS-PERIODO-ALVO
                   AND WS-GRP-MATERIA(WS-IDX-B) =
                       WS-GRP-MATERIA(WS-POS-GRP)
                    PERFORM 3410-SOMA-NA-BASE THRU 3410-FIM
                END-IF
            END-PERFORM.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 3300-BASE-HISTORICO  --  SOMA OS PERIODOS ANTERIORES DA PROPRIA
      *                            TURMA; SE O CODIGO NAO SE REPETE,
      *                            OS PERIODOS ANTERIORES DA MATERIA.
      ******************************************************************
       3300-BASE-HISTORICO.
            PERFORM 3400-ZERA-BASE THRU 3400-FIM
            MOVE 'HISTORICO DA TURMA' TO WS-BASE-ORIGEM
            PERFORM VARYING WS-IDX-B FROM 1 BY 1
                    UNTIL WS-IDX-B > WS-QTD-GRP
                IF WS-GRP-PERIODO(WS-IDX-B) < WS-PERIODO-ALVO
                   AND WS-GRP-TURMA(WS-IDX-B) =
                       WS-GRP-TURMA(WS-POS-GRP)
                   AND WS-GRP-MATERIA(WS-IDX-B) =
                       WS-GRP-MATERIA(WS-POS-GRP)
                    PERFORM 3410-SOMA-NA-BASE THRU 3410-FIM
                END-IF
            END-PERFORM
            IF WS-BASE-QTD > 0
                GO TO 3300-FIM
            END-IF
            MOVE 'HISTORICO MATERIA' TO WS-BASE-ORIGEM
            PERFORM VARYING WS-IDX-B FROM 1 BY 1
                    UNTIL WS-IDX-B > WS-QTD-GRP
                IF WS-GRP-PERIODO(WS-IDX-B) < WS-PERIODO-ALVO
                   AND WS-GRP-MATERIA(WS-IDX-B) =
                       WS-GRP-MATERIA(WS-POS-GRP)
                    PERFORM 3410-SOMA-NA-BASE THRU 3410-FIM
                END-IF
            END-PERFORM.
       3300-FIM.
            EXIT.

      ******************************************************************
      * 3400-ZERA-BASE  --  LIMPA OS TOTAIS DA BASE DE COMPARACAO.
      ******************************************************************
       3400-ZERA-BASE.
            MOVE ZEROS TO WS-BASE-QTD
            MOVE ZEROS TO WS-BASE-SOMA
            MOVE ZEROS TO WS-BASE-SOMA-QUAD
            MOVE ZEROS TO WS-BASE-APROV.
       3400-FIM.
            EXIT.

      ******************************************************************
      * 3410-SOMA-NA-BASE  --  SOMA O GRUPO WS-IDX-B NA BASE.
      ******************************************************************
       3410-SOMA-NA-BASE.
            IF WS-GRP-QTD(WS-IDX-B) NOT > 0
                GO TO 3410-FIM
            END-IF
            ADD WS-GRP-QTD(WS-IDX-B) TO WS-BASE-QTD
            ADD WS-GRP-SOMA(WS-IDX-B) TO WS-BASE-SOMA
            ADD WS-GRP-SOMA-QUAD(WS-IDX-B) TO WS-BASE-SOMA-QUAD
            ADD WS-GRP-APROV(WS-IDX-B) TO WS-BASE-APROV.
       3410-FIM.
            EXIT.

      ******************************************************************
      * 3500-COMPARA-BASE  --  MEDIA, DESVIO PADRAO E APROVACAO DA
      *                          BASE, E A DISTANCIA DA MEDIA DA TURMA
      *                          EM DESVIOS PADRAO DA BASE. BASE COM
      *                          MENOS DE WS-MIN-AMOSTRA MEDIAS OU SEM
      *                          DISPERSAO NAO E COMPARAVEL.
      ******************************************************************
       3500-COMPARA-BASE.
            MOVE 0 TO WS-BASE-OK
            IF WS-BASE-QTD < WS-MIN-AMOSTRA
                MOVE SPACES TO RPT-LINHA
                STRING '   ' WS-BASE-ORIGEM(1:18)
                       ': SEM BASE SUFICIENTE PARA COMPARAR'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                GO TO 3500-FIM
            END-IF

            COMPUTE WS-BASE-MEDIA ROUNDED =
                WS-BASE-SOMA / WS-BASE-QTD
            COMPUTE WS-VARIANCIA ROUNDED =
                (WS-BASE-SOMA-QUAD / WS-BASE-QTD)
                - (WS-BASE-MEDIA * WS-BASE-MEDIA)
            IF WS-VARIANCIA > 0
                COMPUTE WS-BASE-DP ROUNDED = WS-VARIANCIA ** 0.5
            ELSE
                MOVE 0 TO WS-BASE-DP
            END-IF
            COMPUTE WS-BASE-TAXA ROUNDED =
                (WS-BASE-APROV * 100) / WS-BASE-QTD

            MOVE WS-BASE-QTD TO WS-QTD-ED
            MOVE WS-BASE-MEDIA TO WS-MEDIA-ED
            MOVE WS-BASE-DP TO WS-DP-ED
            MOVE WS-BASE-TAXA TO WS-TAXA-ED
            MOVE SPACES TO RPT-LINHA
            STRING '   ' WS-BASE-ORIGEM(1:18)
                   ': QTD ' WS-QTD-ED
                   ' MEDIA ' WS-MEDIA-ED
                   ' DP ' WS-DP-ED
                   ' APROV ' WS-TAXA-ED '%'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING

            IF WS-BASE-DP > 0
                COMPUTE WS-DESVIOS ROUNDED =
                    (WS-MEDIA-T - WS-BASE-MEDIA) / WS-BASE-DP
                MOVE WS-DESVIOS TO WS-DESVIOS-ED
                STRING ' DESVIOS ' WS-DESVIOS-ED
                       DELIMITED BY SIZE INTO RPT-LINHA(82:)
                END-STRING
                MOVE WS-DESVIOS TO WS-DESVIOS-ABS
                IF WS-DESVIOS-ABS < 0
                    COMPUTE WS-DESVIOS-ABS = 0 - WS-DESVIOS-ABS
                END-IF
                IF WS-DESVIOS-ABS > WS-LIMITE-DESVIOS
                    MOVE 1 TO WS-TURMA-APONTADA
                    STRING ' <<'
                           DELIMITED BY SIZE INTO RPT-LINHA(99:)
                    END-STRING
                    WRITE RPT-LINHA
                    MOVE SPACES TO WS-MOTIVO
                    STRING 'MEDIA A MAIS DE ' WS-LIMITE-ED
                           ' DESVIOS PADRAO DA BASE ('
                           FUNCTION TRIM(WS-BASE-ORIGEM) ')'
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    END-STRING
                    PERFORM 3900-GRAVA-MOTIVO THRU 3900-FIM
                    GO TO 3500-FIM
                END-IF
            END-IF
            WRITE RPT-LINHA.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 3600-PADROES-SUSPEITOS  --  TODOS COM A MESMA MEDIA (VARIANCIA
      *                               ZERO), TODOS COM 10.00 E NOTA-4
      *                               ZERADA EM TODOS, A PARTIR DE
      *                               WS-MIN-AMOSTRA ALUNOS.
      ******************************************************************
       3600-PADROES-SUSPEITOS.
            IF WS-GRP-QTD(WS-POS-GRP) < WS-MIN-AMOSTRA
                GO TO 3600-FIM
            END-IF
            IF WS-GRP-DEZ(WS-POS-GRP) = WS-GRP-QTD(WS-POS-GRP)
                MOVE 'TODOS OS ALUNOS COM MEDIA 10.00' TO WS-MOTIVO
                PERFORM 3900-GRAVA-MOTIVO THRU 3900-FIM
            ELSE
                IF WS-GRP-SOMA-QUAD(WS-POS-GRP)
                   * WS-GRP-QTD(WS-POS-GRP) =
                   WS-GRP-SOMA(WS-POS-GRP) * WS-GRP-SOMA(WS-POS-GRP)
                    MOVE 'TODOS OS ALUNOS COM A MESMA MEDIA'
                      TO WS-MOTIVO
                    PERFORM 3900-GRAVA-MOTIVO THRU 3900-FIM
                END-IF
            END-IF
            IF WS-GRP-N4-ZERO(WS-POS-GRP) = WS-GRP-QTD(WS-POS-GRP)
                MOVE 'NOTA-4 EM BRANCO PARA TODOS OS ALUNOS'
                  TO WS-MOTIVO
                PERFORM 3900-GRAVA-MOTIVO THRU 3900-FIM
            END-IF.
       3600-FIM.
            EXIT.

      ******************************************************************
      * 3700-LOTE-FIM-JANELA  --  LOTE DA TURMA COM WS-MIN-LANC-LOTE
      *                             LANCAMENTOS OU MAIS POSTADO NO DIA
      *                             DO FIM DA JANELA A MENOS DE
      *                             WS-MINUTOS-JANELA MINUTOS DO
      *                             FECHAMENTO (23:59:59).
      ******************************************************************
       3700-LOTE-FIM-JANELA.
            IF WS-DT-FIM-JANELA = 0
                GO TO 3700-FIM
            END-IF
            PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                    UNTIL WS-IDX-LOT > WS-QTD-LOT
                IF WS-LOT-GRP(WS-IDX-LOT) = WS-POS-GRP
                   AND WS-LOT-QTD(WS-IDX-LOT) >= WS-MIN-LANC-LOTE
                    PERFORM 3710-CONFERE-POSTAGEM THRU 3710-FIM
                END-IF
            END-PERFORM.
       3700-FIM.
            EXIT.

      ******************************************************************
      * 3710-CONFERE-POSTAGEM  --  PROCURA A POSTAGEM DO LOTE
      *                              WS-IDX-LOT NO CONTROLE E MEDE A
      *                              DISTANCIA ATE O FECHAMENTO.
      ******************************************************************
       3710-CONFERE-POSTAGEM.
            PERFORM VARYING WS-IDX-LPO FROM 1 BY 1
                    UNTIL WS-IDX-LPO > WS-QTD-LPO
                IF WS-LPO-ID(WS-IDX-LPO) = WS-LOT-ID(WS-IDX-LOT)
                   AND WS-LPO-DT(WS-IDX-LPO) = WS-DT-FIM-JANELA
                    MOVE WS-LPO-HR(WS-IDX-LPO) TO WS-HR-POSTAGEM
                    COMPUTE WS-MIN-ANTES-FIM =
                        1440 - (WS-HR-HH * 60) - WS-HR-MM
                    IF WS-MIN-ANTES-FIM <= WS-MINUTOS-JANELA
                        MOVE WS-MIN-ANTES-FIM TO WS-MIN-ED
                        MOVE WS-LOT-QTD(WS-IDX-LOT) TO WS-QTD-ED
                        MOVE SPACES TO WS-MOTIVO
                        STRING 'LOTE ' WS-LOT-ID(WS-IDX-LOT)
                               ' COM ' WS-QTD-ED
                               ' LANCAMENTOS POSTADO ' WS-MIN-ED
                               ' MIN ANTES DO FIM DA JANELA'
                               DELIMITED BY SIZE INTO WS-MOTIVO
                        END-STRING
                        PERFORM 3900-GRAVA-MOTIVO THRU 3900-FIM
                    END-IF
                    MOVE WS-QTD-LPO TO WS-IDX-LPO
                END-IF
            END-PERFORM.
       3710-FIM.
            EXIT.

      ******************************************************************
      * 3800-PROFESSORES-TURMA  --  MONTA A LISTA DOS PROFESSORES
      *                               ATRIBUIDOS A TURMA (ATE CINCO).
      ******************************************************************
       3800-PROFESSORES-TURMA.
            MOVE SPACES TO WS-LISTA-PROF
            MOVE 1 TO WS-PTR-PROF
            MOVE 0 TO WS-QTD-PROF-TURMA
            PERFORM VARYING WS-IDX-PTU FROM 1 BY 1
                    UNTIL WS-IDX-PTU > WS-QTD-PTU
                IF WS-PTU-TURMA(WS-IDX-PTU) = WS-GRP-TURMA(WS-POS-GRP)
                   AND WS-QTD-PROF-TURMA < 5
                    ADD 1 TO WS-QTD-PROF-TURMA
                    STRING WS-PTU-PROF(WS-IDX-PTU) ' '
                           DELIMITED BY SIZE INTO WS-LISTA-PROF
                           WITH POINTER WS-PTR-PROF
                    END-STRING
                END-IF
            END-PERFORM
            IF WS-QTD-PROF-TURMA = 0
                MOVE 'SEM ATRIBUICAO NO PROF_TURMA' TO WS-LISTA-PROF
            END-IF.
       3800-FIM.
            EXIT.

      ******************************************************************
      * 3900-GRAVA-MOTIVO  --  GRAVA A LINHA DE ATENCAO COM O MOTIVO
      *                          EM WS-MOTIVO E MARCA A TURMA.
      ******************************************************************
       3900-GRAVA-MOTIVO.
            MOVE 1 TO WS-TURMA-APONTADA
            MOVE SPACES TO RPT-LINHA
            STRING '   << ATENCAO: ' WS-MOTIVO
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
            MOVE 'RELATORIOANOMALIANOTA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-ALVO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOANOMALIANOTA.
