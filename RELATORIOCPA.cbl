      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:TABULACAO DA AVALIACAO INSTITUCIONAL (CPA) DE UM
      *         PERIODO (DD_PERIODO_LETIVO) A PARTIR DAS RESPOSTAS
      *         ANONIMAS CARREGADAS PELO IMPORTACPA (FD_CPA_RESPOSTA):
      *         MEDIA DE CADA QUESTAO POR TURMA, POR PROFESSOR (TODA
      *         TURMA EM QUE ELE CONSTA NO PROF_TURMA.TXT, SUBSTITUTOS
      *         INCLUSIVE), POR MATERIA E POR CURSO DO RESPONDENTE,
      *         GRAVADAS NO CPA_RESULTADOS.TXT (FD_CPA_RESULTADO).
      *         GRUPO COM MENOS RESPONDENTES QUE O MINIMO
      *         (DD_CPA_MINIMO, PADRAO 5) SAI SUPRIMIDO EM TODA PARTE,
      *         PARA A MEDIA NAO EXPOR O ALUNO. EMITE A DEVOLUTIVA POR
      *         PROFESSOR (CPA_PROFESSOR.RPT - SUAS TURMAS E O
      *         CONSOLIDADO POR QUESTAO) E A TAXA DE RESPOSTA POR TURMA
      *         (CPA_TAXA_RESPOSTA.RPT - INSCRITOS NO TURMA_ALUNO.TXT
      *         CONTRA RESPONDENTES).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOCPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPA-RESPOSTAS ASSIGN TO DYNAMIC WS-CPR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPR-FS.

           SELECT CPA-QUESTOES ASSIGN TO DYNAMIC WS-CPQ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPQ-FS.

           SELECT CPA-RESULTADOS ASSIGN TO DYNAMIC WS-CRS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRS-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PRF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRF-FS.

           SELECT RELATORIO-PROF ASSIGN TO DYNAMIC WS-RPP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPP-FS.

           SELECT RELATORIO-TAXA ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CPA-RESPOSTAS.
          COPY FD_CPA_RESPOSTA.

       FD CPA-QUESTOES.
          COPY FD_CPA_QUESTAO.

       FD CPA-RESULTADOS.
          COPY FD_CPA_RESULTADO.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD RELATORIO-PROF.
       01 RPP-LINHA                   PIC X(132).

       FD RELATORIO-TAXA.
       01 RPT-LINHA                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CPR-DD                PIC X(100) VALUE SPACES.
       01 WS-CPQ-DD                PIC X(100) VALUE SPACES.
       01 WS-CRS-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PRF-DD                PIC X(100) VALUE SPACES.
       01 WS-RPP-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-CPR-FS                PIC XX VALUE SPACES.
          88 CPR-FS-OK             VALUE '00'.
       77 WS-CPQ-FS                PIC XX VALUE SPACES.
          88 CPQ-FS-OK             VALUE '00'.
       77 WS-CRS-FS                PIC XX VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PRF-FS                PIC XX VALUE SPACES.
          88 PRF-FS-OK             VALUE '00'.
       77 WS-RPP-FS                PIC XX VALUE SPACES.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.

       77 WS-PERIODO               PIC X(06) VALUE SPACES.
       77 WS-MINIMO-TXT            PIC X(05) VALUE SPACES.
       77 WS-MINIMO                PIC 9(03) VALUE 5.

      * ENUNCIADOS DAS QUESTOES (POSICAO = NUMERO DA QUESTAO).
       01 WS-TAB-QUESTAO.
          03 WS-QST-TEXTO          PIC X(60) OCCURS 10 TIMES.

      * ACUMULADOR DE UM GRUPO: RESPONDENTES E, POR QUESTAO, SOMA DAS
      * NOTAS E QUANTIDADE DE NOTAS (0 = QUESTAO EM BRANCO NAO CONTA).
      * O MESMO DESENHO SE REPETE NAS TABELAS ABAIXO E NAS AREAS DE
      * TRABALHO WS-ACC-ORIGEM/WS-ACC-DESTINO.
       01 WS-ACC-ORIGEM.
          03 WS-AO-RESP                PIC 9(05).
          03 WS-AO-SOMA                PIC 9(07) OCCURS 10 TIMES.
          03 WS-AO-QTD                 PIC 9(05) OCCURS 10 TIMES.
       01 WS-ACC-DESTINO.
          03 WS-AD-RESP                PIC 9(05).
          03 WS-AD-SOMA                PIC 9(07) OCCURS 10 TIMES.
          03 WS-AD-QTD                 PIC 9(05) OCCURS 10 TIMES.
       01 WS-ACC-ZERADO.
          03 FILLER                    PIC 9(05) VALUE ZEROS.
          03 FILLER                    PIC 9(07) OCCURS 10 TIMES
                                       VALUE ZEROS.
          03 FILLER                    PIC 9(05) OCCURS 10 TIMES
                                       VALUE ZEROS.

       01 WS-TAB-TURMA.
          03 WS-TUR-ENT OCCURS 500 TIMES.
             05 WS-TUR-CODIGO          PIC X(08).
             05 WS-TUR-MATERIA         PIC X(50).
             05 WS-TUR-INSCRITOS       PIC 9(05).
             05 WS-TUR-ACC             PIC X(125).
       77 WS-QTD-TUR               PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-TUR               PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-TUR               PIC 9(03) COMP VALUE ZEROS.

       01 WS-TAB-PROF.
          03 WS-PRF-ENT OCCURS 300 TIMES.
             05 WS-PRF-CODIGO          PIC X(06).
             05 WS-PRF-NOME            PIC X(30).
             05 WS-PRF-ACC             PIC X(125).
       77 WS-QTD-PRF               PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-PRF               PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-PRF               PIC 9(03) COMP VALUE ZEROS.

      * VINCULOS PROFESSOR X TURMA DO PERIODO (SEM REPETICAO).
       01 WS-TAB-VINCULO.
          03 WS-VIN-ENT OCCURS 1000 TIMES.
             05 WS-VIN-PRF             PIC 9(03).
             05 WS-VIN-TUR             PIC 9(03).
       77 WS-QTD-VIN               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-VIN               PIC 9(04) COMP VALUE ZEROS.

       01 WS-TAB-MATERIA.
          03 WS-MAT-ENT OCCURS 300 TIMES.
             05 WS-MAT-CODIGO          PIC X(50).
             05 WS-MAT-ACC             PIC X(125).
       77 WS-QTD-MAT               PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-MAT               PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-MAT               PIC 9(03) COMP VALUE ZEROS.

       01 WS-TAB-CURSO.
          03 WS-CUR-ENT OCCURS 100 TIMES.
             05 WS-CUR-CODIGO          PIC X(05).
             05 WS-CUR-ACC             PIC X(125).
       77 WS-QTD-CUR               PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-CUR               PIC 9(03) COMP VALUE ZEROS.
       77 WS-POS-CUR               PIC 9(03) COMP VALUE ZEROS.

       77 WS-IDX-Q                 PIC 9(02) COMP VALUE ZEROS.
       77 WS-NUM-Q                 PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 ACHOU                 VALUE 1.
       77 WS-SUPRIMIDO             PIC 9 VALUE 0.
          88 GRUPO-SUPRIMIDO       VALUE 1.
       01 WS-MEDIAS.
          03 WS-MEDIA              PIC 9(01)V9(02) OCCURS 10 TIMES.
       77 WS-MEDIA-ED              PIC Z9.99 VALUE ZEROS.
       01 WS-MEDIAS-LINHA.
          03 WS-ML-ITEM OCCURS 10 TIMES.
             05 FILLER                 PIC X(01).
             05 WS-ML-MEDIA            PIC X(05).
       77 WS-TAXA                  PIC 9(03)V9 VALUE ZEROS.
       77 WS-TAXA-ED               PIC ZZ9.9 VALUE ZEROS.
       77 WS-NIVEL                 PIC X(01) VALUE SPACE.
       77 WS-CHAVE                 PIC X(50) VALUE SPACES.

       77 WS-QTD-RESPOSTAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GRUPOS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-INSCRITOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RESPONDENTES      PIC 9(06) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOCPA - AVALIACAO INSTITUCIONAL      *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            IF WS-PERIODO = SPACES
                DISPLAY 'PERIODO NAO INFORMADO (DD_PERIODO_LETIVO '
                        'AAAA-S) - NADA A TABULAR.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            OPEN INPUT CPA-RESPOSTAS
            IF NOT CPR-FS-OK
                DISPLAY 'ARQUIVO DE RESPOSTAS DA CPA AUSENTE: '
                        WS-CPR-DD
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            CLOSE CPA-RESPOSTAS

            PERFORM 1000-CARREGA-QUESTOES THRU 1000-FIM
            PERFORM 1100-CARREGA-TURMAS THRU 1100-FIM
            PERFORM 1200-CONTA-INSCRITOS THRU 1200-FIM
            PERFORM 2000-ACUMULA-RESPOSTAS THRU 2000-FIM
            PERFORM 2500-CARREGA-VINCULOS THRU 2500-FIM
            PERFORM 2600-NOMES-PROFESSORES THRU 2600-FIM
            PERFORM 3000-CONSOLIDA THRU 3000-FIM

            OPEN OUTPUT CPA-RESULTADOS
            PERFORM 4000-GRAVA-RESULTADOS THRU 4000-FIM
            CLOSE CPA-RESULTADOS

            PERFORM 5000-RELATORIO-PROFESSOR THRU 5000-FIM
            PERFORM 6000-RELATORIO-TAXA THRU 6000-FIM

            DISPLAY 'PERIODO................: ' WS-PERIODO
            DISPLAY 'RESPOSTAS TABULADAS....: ' WS-QTD-RESPOSTAS
            DISPLAY 'GRUPOS GRAVADOS........: ' WS-QTD-GRUPOS
            DISPLAY 'GRUPOS SUPRIMIDOS......: ' WS-QTD-SUPRIMIDOS
            DISPLAY 'MINIMO DE RESPONDENTES.: ' WS-MINIMO
            IF WS-QTD-RESPOSTAS = ZEROS
                DISPLAY 'NENHUMA RESPOSTA DA CPA NO PERIODO.'
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS, PERIODO E MINIMO DE
      *                        RESPONDENTES PARA DIVULGAR UM GRUPO.
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_LETIVO'
            ACCEPT WS-MINIMO-TXT FROM ENVIRONMENT 'DD_CPA_MINIMO'
            IF WS-MINIMO-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-MINIMO-TXT) TO WS-MINIMO
            END-IF
            IF WS-MINIMO = ZEROS
                MOVE 1 TO WS-MINIMO
            END-IF
            ACCEPT WS-CPR-DD FROM ENVIRONMENT 'DD_CPA_RESPOSTAS'
            IF WS-CPR-DD = SPACES
                MOVE 'CPA_RESPOSTAS.TXT' TO WS-CPR-DD
            END-IF
            ACCEPT WS-CPQ-DD FROM ENVIRONMENT 'DD_CPA_QUESTOES'
            IF WS-CPQ-DD = SPACES
                MOVE 'CPA_QUESTOES.TXT' TO WS-CPQ-DD
            END-IF
            ACCEPT WS-CRS-DD FROM ENVIRONMENT 'DD_CPA_RESULTADOS'
            IF WS-CRS-DD = SPACES
                MOVE 'CPA_RESULTADOS.TXT' TO WS-CRS-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-PRF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PRF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PRF-DD
            END-IF
            ACCEPT WS-RPP-DD FROM ENVIRONMENT
                                'DD_RELATORIO_CPA_PROFESSOR'
            IF WS-RPP-DD = SPACES
                MOVE 'CPA_PROFESSOR.RPT' TO WS-RPP-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_CPA_TAXA'
            IF WS-RPT-DD = SPACES
                MOVE 'CPA_TAXA_RESPOSTA.RPT' TO WS-RPT-DD
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-QUESTOES  --  ENUNCIADOS DAS QUESTOES 01 A 10.
      ******************************************************************
       1000-CARREGA-QUESTOES.
            MOVE SPACES TO WS-TAB-QUESTAO
            OPEN INPUT CPA-QUESTOES
            IF NOT CPQ-FS-OK
                DISPLAY 'TABELA DE QUESTOES AUSENTE (' WS-CPQ-DD
                        ') - RELATORIOS SO COM O NUMERO DA QUESTAO.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CPA-QUESTOES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CPQ-NUMERO NUMERIC
                           AND CPQ-NUMERO > 0 AND CPQ-NUMERO < 11
                            MOVE CPQ-TEXTO TO WS-QST-TEXTO(CPQ-NUMERO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CPA-QUESTOES.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-TURMAS  --  TURMAS DO PERIODO, COM A MATERIA.
      ******************************************************************
       1100-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL (' WS-TUR-DD
                        ').'
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF TURMA-PERIODO = WS-PERIODO
                            MOVE TURMA-CODIGO TO WS-CHAVE
                            PERFORM 1150-LOCALIZA-TURMA THRU 1150-FIM
                            IF WS-POS-TUR > ZEROS
                                MOVE TURMA-MATERIA TO
                                     WS-TUR-MATERIA(WS-POS-TUR)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1150-LOCALIZA-TURMA  --  POSICAO DA TURMA WS-CHAVE(1:8) NA
      *                            TABELA (INCLUI A NOVA; 0 = CHEIA).
      ******************************************************************
       1150-LOCALIZA-TURMA.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX-TUR) = WS-CHAVE(1:8)
                    MOVE WS-IDX-TUR TO WS-POS-TUR
                    MOVE WS-QTD-TUR TO WS-IDX-TUR
                END-IF
            END-PERFORM
            IF WS-POS-TUR = ZEROS AND WS-QTD-TUR < 500
                ADD 1 TO WS-QTD-TUR
                MOVE WS-QTD-TUR TO WS-POS-TUR
                MOVE WS-CHAVE(1:8) TO WS-TUR-CODIGO(WS-POS-TUR)
                MOVE 'TURMA FORA DO CADASTRO' TO
                     WS-TUR-MATERIA(WS-POS-TUR)
                MOVE ZEROS TO WS-TUR-INSCRITOS(WS-POS-TUR)
                MOVE WS-ACC-ZERADO TO WS-TUR-ACC(WS-POS-TUR)
            END-IF.
       1150-FIM.
            EXIT.

      ******************************************************************
      * 1200-CONTA-INSCRITOS  --  INSCRITOS ATIVOS POR TURMA NO
      *                             PERIODO (BASE DA TAXA DE RESPOSTA).
      ******************************************************************
       1200-CONTA-INSCRITOS.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'INSCRICOES EM TURMA INDISPONIVEIS ('
                        WS-TAL-DD ') - TAXA DE RESPOSTA SEM BASE.'
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF TAL-MATRICULADO
                           AND TAL-PERIODO = WS-PERIODO
                            MOVE TAL-TURMA-CODIGO TO WS-CHAVE
                            PERFORM 1150-LOCALIZA-TURMA THRU 1150-FIM
                            IF WS-POS-TUR > ZEROS
                                ADD 1 TO WS-TUR-INSCRITOS(WS-POS-TUR)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 2000-ACUMULA-RESPOSTAS  --  SOMA CADA RESPOSTA DO PERIODO NA
      *                               SUA TURMA E NO CURSO DO
      *                               RESPONDENTE.
      ******************************************************************
       2000-ACUMULA-RESPOSTAS.
            OPEN INPUT CPA-RESPOSTAS
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CPA-RESPOSTAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CPR-PERIODO = WS-PERIODO
                            PERFORM 2100-ACUMULA-UMA THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CPA-RESPOSTAS.
       2000-FIM.
            EXIT.

       2100-ACUMULA-UMA.
            ADD 1 TO WS-QTD-RESPOSTAS
            MOVE WS-ACC-ZERADO TO WS-ACC-ORIGEM
            MOVE 1 TO WS-AO-RESP
            PERFORM VARYING WS-IDX-Q FROM 1 BY 1 UNTIL WS-IDX-Q > 10
                IF CPR-NOTA(WS-IDX-Q) NUMERIC
                   AND CPR-NOTA(WS-IDX-Q) > 0
                    MOVE CPR-NOTA(WS-IDX-Q) TO WS-AO-SOMA(WS-IDX-Q)
                    MOVE 1 TO WS-AO-QTD(WS-IDX-Q)
                END-IF
            END-PERFORM

            MOVE CPR-TURMA TO WS-CHAVE
            PERFORM 1150-LOCALIZA-TURMA THRU 1150-FIM
            IF WS-POS-TUR > ZEROS
                MOVE WS-TUR-ACC(WS-POS-TUR) TO WS-ACC-DESTINO
                PERFORM 9100-SOMA-ACUMULADOR THRU 9100-FIM
                MOVE WS-ACC-DESTINO TO WS-TUR-ACC(WS-POS-TUR)
            END-IF

            MOVE 0 TO WS-POS-CUR
            PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
                    UNTIL WS-IDX-CUR > WS-QTD-CUR
                IF WS-CUR-CODIGO(WS-IDX-CUR) = CPR-COURSE-CODE
                    MOVE WS-IDX-CUR TO WS-POS-CUR
                    MOVE WS-QTD-CUR TO WS-IDX-CUR
                END-IF
            END-PERFORM
            IF WS-POS-CUR = ZEROS AND WS-QTD-CUR < 100
                ADD 1 TO WS-QTD-CUR
                MOVE WS-QTD-CUR TO WS-POS-CUR
                MOVE CPR-COURSE-CODE TO WS-CUR-CODIGO(WS-POS-CUR)
                MOVE WS-ACC-ZERADO TO WS-CUR-ACC(WS-POS-CUR)
            END-IF
            IF WS-POS-CUR > ZEROS
                MOVE WS-CUR-ACC(WS-POS-CUR) TO WS-ACC-DESTINO
                PERFORM 9100-SOMA-ACUMULADOR THRU 9100-FIM
                MOVE WS-ACC-DESTINO TO WS-CUR-ACC(WS-POS-CUR)
            END-IF.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2500-CARREGA-VINCULOS  --  PROFESSORES DAS TURMAS DO PERIODO
      *                              (PROF_TURMA.TXT), UM VINCULO POR
      *                              PROFESSOR E TURMA.
      ******************************************************************
       2500-CARREGA-VINCULOS.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                DISPLAY 'ATRIBUICOES DE PROFESSOR INDISPONIVEIS ('
                        WS-PTU-DD ') - SEM DEVOLUTIVA POR PROFESSOR.'
                GO TO 2500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 2510-GUARDA-VINCULO THRU 2510-FIM
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       2500-FIM.
            EXIT.

       2510-GUARDA-VINCULO.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX-TUR) = PTU-TURMA-CODIGO
                    MOVE WS-IDX-TUR TO WS-POS-TUR
                    MOVE WS-QTD-TUR TO WS-IDX-TUR
                END-IF
            END-PERFORM
            IF WS-POS-TUR = ZEROS
                GO TO 2510-FIM
            END-IF

            MOVE 0 TO WS-POS-PRF
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PRF
                IF WS-PRF-CODIGO(WS-IDX-PRF) = PTU-PROF-CODIGO
                    MOVE WS-IDX-PRF TO WS-POS-PRF
                    MOVE WS-QTD-PRF TO WS-IDX-PRF
                END-IF
            END-PERFORM
            IF WS-POS-PRF = ZEROS
                IF WS-QTD-PRF >= 300
                    GO TO 2510-FIM
                END-IF
                ADD 1 TO WS-QTD-PRF
                MOVE WS-QTD-PRF TO WS-POS-PRF
                MOVE PTU-PROF-CODIGO TO WS-PRF-CODIGO(WS-POS-PRF)
                MOVE 'PROFESSOR FORA DO CADASTRO' TO
                     WS-PRF-NOME(WS-POS-PRF)
                MOVE WS-ACC-ZERADO TO WS-PRF-ACC(WS-POS-PRF)
            END-IF

            PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                    UNTIL WS-IDX-VIN > WS-QTD-VIN
                IF WS-VIN-PRF(WS-IDX-VIN) = WS-POS-PRF
                   AND WS-VIN-TUR(WS-IDX-VIN) = WS-POS-TUR
                    GO TO 2510-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-VIN < 1000
                ADD 1 TO WS-QTD-VIN
                MOVE WS-POS-PRF TO WS-VIN-PRF(WS-QTD-VIN)
                MOVE WS-POS-TUR TO WS-VIN-TUR(WS-QTD-VIN)
            END-IF.
       2510-FIM.
            EXIT.

      ******************************************************************
      * 2600-NOMES-PROFESSORES  --  NOME DOS PROFESSORES VINCULADOS.
      ******************************************************************
       2600-NOMES-PROFESSORES.
            OPEN INPUT PROFESSORES
            IF NOT PRF-FS-OK
                GO TO 2600-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                                UNTIL WS-IDX-PRF > WS-QTD-PRF
                            IF WS-PRF-CODIGO(WS-IDX-PRF) = PROF-CODIGO
                                MOVE PROF-NOME TO
                                     WS-PRF-NOME(WS-IDX-PRF)
                                MOVE WS-QTD-PRF TO WS-IDX-PRF
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE PROFESSORES.
       2600-FIM.
            EXIT.

      ******************************************************************
      * 3000-CONSOLIDA  --  SOMA AS TURMAS NOS SEUS PROFESSORES E NAS
      *                       SUAS MATERIAS.
      ******************************************************************
       3000-CONSOLIDA.
            PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                    UNTIL WS-IDX-VIN > WS-QTD-VIN
                MOVE WS-VIN-TUR(WS-IDX-VIN) TO WS-POS-TUR
                MOVE WS-VIN-PRF(WS-IDX-VIN) TO WS-POS-PRF
                MOVE WS-TUR-ACC(WS-POS-TUR) TO WS-ACC-ORIGEM
                MOVE WS-PRF-ACC(WS-POS-PRF) TO WS-ACC-DESTINO
                PERFORM 9100-SOMA-ACUMULADOR THRU 9100-FIM
                MOVE WS-ACC-DESTINO TO WS-PRF-ACC(WS-POS-PRF)
            END-PERFORM

            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                MOVE 0 TO WS-POS-MAT
                PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                        UNTIL WS-IDX-MAT > WS-QTD-MAT
                    IF WS-MAT-CODIGO(WS-IDX-MAT) =
                       WS-TUR-MATERIA(WS-IDX-TUR)
                        MOVE WS-IDX-MAT TO WS-POS-MAT
                        MOVE WS-QTD-MAT TO WS-IDX-MAT
                    END-IF
                END-PERFORM
                IF WS-POS-MAT = ZEROS AND WS-QTD-MAT < 300
                    ADD 1 TO WS-QTD-MAT
                    MOVE WS-QTD-MAT TO WS-POS-MAT
                    MOVE WS-TUR-MATERIA(WS-IDX-TUR) TO
                         WS-MAT-CODIGO(WS-POS-MAT)
                    MOVE WS-ACC-ZERADO TO WS-MAT-ACC(WS-POS-MAT)
                END-IF
                IF WS-POS-MAT > ZEROS
                    MOVE WS-TUR-ACC(WS-IDX-TUR) TO WS-ACC-ORIGEM
                    MOVE WS-MAT-ACC(WS-POS-MAT) TO WS-ACC-DESTINO
                    PERFORM 9100-SOMA-ACUMULADOR THRU 9100-FIM
                    MOVE WS-ACC-DESTINO TO WS-MAT-ACC(WS-POS-MAT)
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-GRAVA-RESULTADOS  --  UMA LINHA POR GRUPO COM RESPOSTA:
      *                              TURMAS, PROFESSORES, MATERIAS E
      *                              CURSOS.
      ******************************************************************
       4000-GRAVA-RESULTADOS.
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                MOVE 'T' TO WS-NIVEL
                MOVE WS-TUR-CODIGO(WS-IDX-TUR) TO WS-CHAVE
                MOVE WS-TUR-ACC(WS-IDX-TUR) TO WS-ACC-DESTINO
                PERFORM 4100-GRAVA-GRUPO THRU 4100-FIM
            END-PERFORM
            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PRF
                MOVE 'P' TO WS-NIVEL
                MOVE WS-PRF-CODIGO(WS-IDX-PRF) TO WS-CHAVE
                MOVE WS-PRF-ACC(WS-IDX-PRF) TO WS-ACC-DESTINO
                PERFORM 4100-GRAVA-GRUPO THRU 4100-FIM
            END-PERFORM
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MAT
                MOVE 'M' TO WS-NIVEL
                MOVE WS-MAT-CODIGO(WS-IDX-MAT) TO WS-CHAVE
                MOVE WS-MAT-ACC(WS-IDX-MAT) TO WS-ACC-DESTINO
                PERFORM 4100-GRAVA-GRUPO THRU 4100-FIM
            END-PERFORM
            PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
                    UNTIL WS-IDX-CUR > WS-QTD-CUR
                MOVE 'C' TO WS-NIVEL
                MOVE WS-CUR-CODIGO(WS-IDX-CUR) TO WS-CHAVE
                MOVE WS-CUR-ACC(WS-IDX-CUR) TO WS-ACC-DESTINO
                PERFORM 4100-GRAVA-GRUPO THRU 4100-FIM
            END-PERFORM.
       4000-FIM.
            EXIT.

       4100-GRAVA-GRUPO.
            IF WS-AD-RESP = ZEROS
                GO TO 4100-FIM
            END-IF
            PERFORM 9200-CALCULA-MEDIAS THRU 9200-FIM
            MOVE SPACES TO REG-CPA-RESULTADO
            MOVE WS-PERIODO TO CRS-PERIODO
            MOVE WS-NIVEL TO CRS-NIVEL
            MOVE WS-CHAVE TO CRS-CHAVE
            MOVE WS-AD-RESP TO CRS-RESPONDENTES
            IF GRUPO-SUPRIMIDO
                MOVE 'S' TO CRS-SUPRESSAO
                ADD 1 TO WS-QTD-SUPRIMIDOS
            ELSE
                MOVE 'N' TO CRS-SUPRESSAO
            END-IF
            PERFORM VARYING WS-IDX-Q FROM 1 BY 1 UNTIL WS-IDX-Q > 10
                MOVE WS-MEDIA(WS-IDX-Q) TO CRS-MEDIA(WS-IDX-Q)
            END-PERFORM
            WRITE REG-CPA-RESULTADO
            ADD 1 TO WS-QTD-GRUPOS.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 5000-RELATORIO-PROFESSOR  --  DEVOLUTIVA POR PROFESSOR: AS
      *                                 TURMAS DELE E O CONSOLIDADO
      *                                 POR QUESTAO.
      ******************************************************************
       5000-RELATORIO-PROFESSOR.
            OPEN OUTPUT RELATORIO-PROF
            MOVE SPACES TO RPP-LINHA
            STRING 'AVALIACAO INSTITUCIONAL (CPA) - DEVOLUTIVA POR '
                   'PROFESSOR - PERIODO ' WS-PERIODO
                   DELIMITED BY SIZE INTO RPP-LINHA
            END-STRING
            WRITE RPP-LINHA
            MOVE SPACES TO RPP-LINHA
            STRING 'EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' - NOTAS DE 1 A 5; GRUPO COM MENOS DE ' WS-MINIMO
                   ' RESPONDENTES NAO E DIVULGADO.'
                   DELIMITED BY SIZE INTO RPP-LINHA
            END-STRING
            WRITE RPP-LINHA

            PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                    UNTIL WS-IDX-PRF > WS-QTD-PRF
                PERFORM 5100-IMPRIME-PROFESSOR THRU 5100-FIM
            END-PERFORM
            CLOSE RELATORIO-PROF
            MOVE 'RELATORIOCPA-PROF' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPP-DD TO REP-ARQUIVO OF WS-REP-PARM
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       5000-FIM.
            EXIT.

       5100-IMPRIME-PROFESSOR.
            MOVE SPACES TO RPP-LINHA
            WRITE RPP-LINHA
            MOVE ALL '-' TO RPP-LINHA
            WRITE RPP-LINHA
            MOVE SPACES TO RPP-LINHA
            STRING 'PROFESSOR ' WS-PRF-CODIGO(WS-IDX-PRF) ' '
                   WS-PRF-NOME(WS-IDX-PRF)
                   DELIMITED BY SIZE INTO RPP-LINHA
            END-STRING
            WRITE RPP-LINHA
            MOVE SPACES TO RPP-LINHA
            STRING 'TURMA    MATERIA                        RESP '
                   '  Q01   Q02   Q03   Q04   Q05   Q06   Q07   Q08'
                   '   Q09   Q10'
                   DELIMITED BY SIZE INTO RPP-LINHA
            END-STRING
            WRITE RPP-LINHA

            PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                    UNTIL WS-IDX-VIN > WS-QTD-VIN
                IF WS-VIN-PRF(WS-IDX-VIN) = WS-IDX-PRF
                    MOVE WS-VIN-TUR(WS-IDX-VIN) TO WS-POS-TUR
                    MOVE WS-TUR-ACC(WS-POS-TUR) TO WS-ACC-DESTINO
                    PERFORM 9200-CALCULA-MEDIAS THRU 9200-FIM
                    PERFORM 9300-FORMATA-MEDIAS THRU 9300-FIM
                    MOVE SPACES TO RPP-LINHA
                    STRING WS-TUR-CODIGO(WS-POS-TUR) ' '
                           WS-TUR-MATERIA(WS-POS-TUR)(1:30) ' '
                           WS-AD-RESP WS-MEDIAS-LINHA
                           DELIMITED BY SIZE INTO RPP-LINHA
                    END-STRING
                    WRITE RPP-LINHA
                END-IF
            END-PERFORM

            MOVE WS-PRF-ACC(WS-IDX-PRF) TO WS-ACC-DESTINO
            PERFORM 9200-CALCULA-MEDIAS THRU 9200-FIM
            MOVE SPACES TO RPP-LINHA
            WRITE RPP-LINHA
            MOVE SPACES TO RPP-LINHA
            STRING 'CONSOLIDADO DO PROFESSOR - RESPONDENTES: '
                   WS-AD-RESP
                   DELIMITED BY SIZE INTO RPP-LINHA
            END-STRING
            WRITE RPP-LINHA
            IF GRUPO-SUPRIMIDO
                MOVE '  SUPRIMIDO - RESPONDENTES ABAIXO DO MINIMO.'
                     TO RPP-LINHA
                WRITE RPP-LINHA
                GO TO 5100-FIM
            END-IF
            PERFORM VARYING WS-IDX-Q FROM 1 BY 1 UNTIL WS-IDX-Q > 10
                IF WS-AD-QTD(WS-IDX-Q) > ZEROS
                    MOVE WS-MEDIA(WS-IDX-Q) TO WS-MEDIA-ED
                    MOVE WS-IDX-Q TO WS-NUM-Q
                    MOVE SPACES TO RPP-LINHA
                    STRING '  Q' WS-NUM-Q ' ' WS-QST-TEXTO(WS-IDX-Q)
                           ' ' WS-MEDIA-ED
                           DELIMITED BY SIZE INTO RPP-LINHA
                    END-STRING
                    WRITE RPP-LINHA
                END-IF
            END-PERFORM.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 6000-RELATORIO-TAXA  --  TAXA DE RESPOSTA POR TURMA DO
      *                            PERIODO.
      ******************************************************************
       6000-RELATORIO-TAXA.
            OPEN OUTPUT RELATORIO-TAXA
            MOVE SPACES TO RPT-LINHA
            STRING 'AVALIACAO INSTITUCIONAL (CPA) - TAXA DE RESPOSTA '
                   'POR TURMA - PERIODO ' WS-PERIODO
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMA    MATERIA                        INSCRITOS  '
                   'RESPONDENTES  TAXA %'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                MOVE WS-TUR-ACC(WS-IDX-TUR) TO WS-ACC-DESTINO
                MOVE ZEROS TO WS-TAXA
                IF WS-TUR-INSCRITOS(WS-IDX-TUR) > ZEROS
                    COMPUTE WS-TAXA ROUNDED =
                            WS-AD-RESP * 100
                            / WS-TUR-INSCRITOS(WS-IDX-TUR)
                        ON SIZE ERROR
                            MOVE 999.9 TO WS-TAXA
                    END-COMPUTE
                END-IF
                MOVE WS-TAXA TO WS-TAXA-ED
                MOVE SPACES TO RPT-LINHA
                STRING WS-TUR-CODIGO(WS-IDX-TUR) ' '
                       WS-TUR-MATERIA(WS-IDX-TUR)(1:30) '     '
                       WS-TUR-INSCRITOS(WS-IDX-TUR) '        '
                       WS-AD-RESP '  ' WS-TAXA-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                ADD WS-TUR-INSCRITOS(WS-IDX-TUR) TO WS-TOT-INSCRITOS
                ADD WS-AD-RESP TO WS-TOT-RESPONDENTES
            END-PERFORM

            MOVE ZEROS TO WS-TAXA
            IF WS-TOT-INSCRITOS > ZEROS
                COMPUTE WS-TAXA ROUNDED =
                        WS-TOT-RESPONDENTES * 100 / WS-TOT-INSCRITOS
                    ON SIZE ERROR
                        MOVE 999.9 TO WS-TAXA
                END-COMPUTE
            END-IF
            MOVE WS-TAXA TO WS-TAXA-ED
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL DO PERIODO                       '
                   WS-TOT-INSCRITOS '       '
                   WS-TOT-RESPONDENTES '  ' WS-TAXA-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO-TAXA
            MOVE 'RELATORIOCPA-TAXA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 9100-SOMA-ACUMULADOR  --  WS-ACC-DESTINO += WS-ACC-ORIGEM.
      ******************************************************************
       9100-SOMA-ACUMULADOR.
            ADD WS-AO-RESP TO WS-AD-RESP
            PERFORM VARYING WS-IDX-Q FROM 1 BY 1 UNTIL WS-IDX-Q > 10
                ADD WS-AO-SOMA(WS-IDX-Q) TO WS-AD-SOMA(WS-IDX-Q)
                ADD WS-AO-QTD(WS-IDX-Q) TO WS-AD-QTD(WS-IDX-Q)
            END-PERFORM.
       9100-FIM.
            EXIT.

      ******************************************************************
      * 9200-CALCULA-MEDIAS  --  MEDIAS DE WS-ACC-DESTINO EM WS-MEDIAS;
      *                            ABAIXO DO MINIMO DE RESPONDENTES, O
      *                            GRUPO E SUPRIMIDO E AS MEDIAS FICAM
      *                            ZERADAS.
      ******************************************************************
       9200-CALCULA-MEDIAS.
            MOVE ZEROS TO WS-MEDIAS
            IF WS-AD-RESP < WS-MINIMO
                MOVE 1 TO WS-SUPRIMIDO
                GO TO 9200-FIM
            END-IF
            MOVE 0 TO WS-SUPRIMIDO
            PERFORM VARYING WS-IDX-Q FROM 1 BY 1 UNTIL WS-IDX-Q > 10
                IF WS-AD-QTD(WS-IDX-Q) > ZEROS
                    COMPUTE WS-MEDIA(WS-IDX-Q) ROUNDED =
                            WS-AD-SOMA(WS-IDX-Q) / WS-AD-QTD(WS-IDX-Q)
                END-IF
            END-PERFORM.
       9200-FIM.
            EXIT.

      ******************************************************************
      * 9300-FORMATA-MEDIAS  --  AS DEZ MEDIAS LADO A LADO PARA A
      *                            LINHA DO RELATORIO.
      ******************************************************************
       9300-FORMATA-MEDIAS.
            MOVE SPACES TO WS-MEDIAS-LINHA
            IF GRUPO-SUPRIMIDO
                MOVE ' SUPRIMIDO - RESPONDENTES ABAIXO DO MINIMO'
                     TO WS-MEDIAS-LINHA
                GO TO 9300-FIM
            END-IF
            PERFORM VARYING WS-IDX-Q FROM 1 BY 1 UNTIL WS-IDX-Q > 10
                IF WS-AD-QTD(WS-IDX-Q) > ZEROS
                    MOVE WS-MEDIA(WS-IDX-Q) TO WS-MEDIA-ED
                    MOVE WS-MEDIA-ED TO WS-ML-MEDIA(WS-IDX-Q)
                ELSE
                    MOVE '    -' TO WS-ML-MEDIA(WS-IDX-Q)
                END-IF
            END-PERFORM.
       9300-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC. TIPO
      *                               E ARQUIVO VEM DO CHAMADOR (O
      *                               PROGRAMA EMITE DOIS RELATORIOS).
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE WS-PERIODO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOCPA.
