      *               das medias vigentes do HISTORICO-NOTAS
      *               (HIST-TURMA/HIST-PERIODO, estorno anula) - bolsa
      *               externa pede "12o de 45" e isso era feito a mao.
      * 15/10/26 RMS  O aluno passou a sair com o nome social quando
      *               registrado (RESOLVENOME).
      * 15/10/26 RMS  Unidade (campus) no cabecalho da turma,
      *               subtotais de turmas e alunos por unidade e base
      *               de rateio da contabilidade por unidade
      *               (RATEIO_UNIDADE.TXT).
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOTURMA.
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT RATEIO-UNIDADE ASSIGN TO DYNAMIC WS-RAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RAT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

      * BASE DE RATEIO DA CONTABILIDADE: TURMAS E ALUNOS POR UNIDADE
       FD RATEIO-UNIDADE.
       01 RAT-LINHA.
          03 RAT-UNIDADE                PIC X(02).
          03 RAT-QTD-TURMAS             PIC 9(03).
          03 RAT-QTD-ALUNOS             PIC 9(05).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.

       01 WS-TABELA-VINCULOS.
          05 WS-QTD-VINC           PIC 9(04) VALUE 0.
       77 WS-PAGINA-ED             PIC ZZ9.
       77 WS-CD-ED                 PIC ZZZZ9.

      * SUBTOTAIS POR UNIDADE (CAMPUS) DA TURMA; BRANCO = SEDE '01'
       01 WS-RAT-DD                PIC X(100) VALUE SPACES.
       77 WS-RAT-FS                PIC XX VALUE SPACES.
          88 RAT-FS-OK             VALUE '00'.
       77 WS-UNIDADE-TRAB          PIC X(02) VALUE SPACES.
       01 WS-TABELA-UNIDADES.
          05 WS-QTD-UNI            PIC 9(02) VALUE 0.
          05 WS-UNI-TAB OCCURS 30 TIMES.
             10 WS-UNI-CODIGO      PIC X(02).
             10 WS-UNI-TURMAS      PIC 9(03).
             10 WS-UNI-ALUNOS      PIC 9(05).
       77 WS-POS-UNI               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-UNI               PIC 9(02) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF WS-RPT-DD = SPACES
                MOVE 'RELATORIO_TURMA.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-RAT-DD FROM ENVIRONMENT 'DD_RATEIO_UNIDADE'
            IF WS-RAT-DD = SPACES
                MOVE 'RATEIO_UNIDADE.TXT' TO WS-RAT-DD
            END-IF

            PERFORM 1100-CARREGA-VINCULOS THRU 1100-FIM
            PERFORM 1200-CARREGA-MEDIAS THRU 1200-FIM
            END-PERFORM

            CLOSE TURMAS
            PERFORM 5000-TOTAIS-UNIDADES THRU 5000-FIM
            CLOSE RELATORIO-TURMA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            PERFORM 6000-EXPORTA-RATEIO THRU 6000-FIM
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            DISPLAY 'TURMAS LISTADAS: ' WS-QTD-TURMAS
            DISPLAY 'RELATORIO......: ' WS-RPT-DD
            DISPLAY 'RATEIO UNIDADE.: ' WS-RAT-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.
      *                           COM NOME/CURSO/SITUACAO DO CADASTRO.
      ******************************************************************
       3000-IMPRIME-TURMA.
            IF TURMA-UNIDADE = SPACES
                MOVE '01' TO WS-UNIDADE-TRAB
            ELSE
                MOVE TURMA-UNIDADE TO WS-UNIDADE-TRAB
            END-IF
            PERFORM 3100-CABECALHO-TURMA THRU 3100-FIM

            MOVE 0 TO WS-QTD-ALUNOS-TURMA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM 3300-CONTA-LINHA THRU 3300-FIM
            PERFORM 3500-ACUMULA-UNIDADE THRU 3500-FIM.
       3000-FIM.
            EXIT.

                   ' - ' TURMA-PERIODO
                   ' - TURNO ' TURMA-TURNO
                   ' - SIT ' TURMA-STATUS
                   ' - UNIDADE ' WS-UNIDADE-TRAB
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
                               DELIMITED BY SIZE INTO RPT-LINHA
                        END-STRING
                    NOT INVALID KEY
                        MOVE CD-STUDENT TO NOM-P-CD-STUDENT
                        MOVE NM-STUDENT TO NOM-P-NM-CIVIL
                        CALL 'RESOLVENOME' USING WS-NOM-PARM
                        PERFORM 1300-CLASSIFICA-ALUNO THRU 1300-FIM
                        IF WS-RANK-ACHOU = 1
                            MOVE WS-RANK TO WS-RANK-ED
                            MOVE WS-RANK-TOTAL TO WS-TOTAL-ED
                            STRING '  ' WS-CD-ED
                                   '  ' NOM-P-NOME
                                   '  CURSO ' COURSE-CODE
                                   '  SIT ' STUDENT-STATUS
                                   '  CLASSIF '
                            END-STRING
                        ELSE
                            STRING '  ' WS-CD-ED
                                   '  ' NOM-P-NOME
                                   '  CURSO ' COURSE-CODE
                                   '  SIT ' STUDENT-STATUS
                                   DELIMITED BY SIZE INTO RPT-LINHA
       3200-FIM.
            EXIT.

      ******************************************************************
      * 3500-ACUMULA-UNIDADE  --  SOMA A TURMA CORRENTE E SEUS ALUNOS
      *                             NA LINHA DA SUA UNIDADE.
      ******************************************************************
       3500-ACUMULA-UNIDADE.
            MOVE 0 TO WS-POS-UNI
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                IF WS-UNI-CODIGO(WS-IDX-UNI) = WS-UNIDADE-TRAB
                    MOVE WS-IDX-UNI TO WS-POS-UNI
                    MOVE WS-QTD-UNI TO WS-IDX-UNI
                END-IF
            END-PERFORM
            IF WS-POS-UNI = 0
                IF WS-QTD-UNI >= 30
                    GO TO 3500-FIM
                END-IF
                ADD 1 TO WS-QTD-UNI
                MOVE WS-QTD-UNI TO WS-POS-UNI
                MOVE WS-UNIDADE-TRAB TO WS-UNI-CODIGO(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-TURMAS(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-ALUNOS(WS-POS-UNI)
            END-IF
            ADD 1 TO WS-UNI-TURMAS(WS-POS-UNI)
            ADD WS-QTD-ALUNOS-TURMA TO WS-UNI-ALUNOS(WS-POS-UNI).
       3500-FIM.
            EXIT.

      ******************************************************************
      * 3300-CONTA-LINHA  --  CONTA A LINHA IMPRESSA E ZERA A CONTAGEM
      *                         AO ATINGIR O LIMITE DA PAGINA.
       3400-FIM.
            EXIT.

      ******************************************************************
      * 5000-TOTAIS-UNIDADES  --  SUBTOTAIS DE TURMAS E ALUNOS POR
      *                             UNIDADE (CAMPUS) NO FIM DO
      *                             RELATORIO.
      ******************************************************************
       5000-TOTAIS-UNIDADES.
            IF WS-LINHA-ATUAL = 0
                PERFORM 3400-CABECALHO-PAGINA THRU 3400-FIM
            END-IF
            MOVE 'TOTAIS POR UNIDADE:' TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM 3300-CONTA-LINHA THRU 3300-FIM
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                IF WS-LINHA-ATUAL = 0
                    PERFORM 3400-CABECALHO-PAGINA THRU 3400-FIM
                END-IF
                MOVE SPACES TO RPT-LINHA
                STRING 'UNIDADE ' WS-UNI-CODIGO(WS-IDX-UNI)
                       '  TURMAS: ' WS-UNI-TURMAS(WS-IDX-UNI)
                       '  ALUNOS: ' WS-UNI-ALUNOS(WS-IDX-UNI)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                PERFORM 3300-CONTA-LINHA THRU 3300-FIM
            END-PERFORM.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-EXPORTA-RATEIO  --  GRAVA A BASE DE RATEIO POR UNIDADE
      *                            (TURMAS E ALUNOS) PARA A
      *                            CONTABILIDADE DISTRIBUIR OS CUSTOS
      *                            COMUNS ENTRE OS CAMPI.
      ******************************************************************
       6000-EXPORTA-RATEIO.
            OPEN OUTPUT RATEIO-UNIDADE
            IF NOT RAT-FS-OK
                DISPLAY 'BASE DE RATEIO INDISPONIVEL: ' WS-RAT-DD
                GO TO 6000-FIM
            END-IF
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                MOVE WS-UNI-CODIGO(WS-IDX-UNI) TO RAT-UNIDADE
                MOVE WS-UNI-TURMAS(WS-IDX-UNI) TO RAT-QTD-TURMAS
                MOVE WS-UNI-ALUNOS(WS-IDX-UNI) TO RAT-QTD-ALUNOS
                WRITE RAT-LINHA
            END-PERFORM
            CLOSE RATEIO-UNIDADE.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOTURMA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            MOVE WS-PAGINA-ATUAL TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOTURMA.
