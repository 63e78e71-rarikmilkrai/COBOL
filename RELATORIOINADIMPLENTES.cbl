      *               marcado EM ACORDO na listagem e fora do
      *               bloqueio da tesouraria; a original renegociada
      *               (situacao R) ja nao conta como aberta.
      * 15/10/26 RMS  Divida das empresas conveniadas (faturas
      *               abertas vencidas do GERAFATURACONVENIO) passou a
      *               sair numa secao propria, com totais por faixa
      *               separados dos alunos e fora do bloqueio.
      * 15/10/26 RMS  Subtotais por faixa e por unidade (campus) do
      *               aluno e export contabil da PDD (vencido +90
      *               dias) por unidade em CONTABIL_INAD.TXT.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOINADIMPLENTES.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BLQ-FS.

           SELECT FATURAS-CONVENIO ASSIGN TO DYNAMIC WS-FCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FCV-FS.

           SELECT CONVENIOS ASSIGN TO DYNAMIC WS-CNV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CNV-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT EXPORTA-CONTABIL ASSIGN TO DYNAMIC WS-CTB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
       01 BLQ-LINHA.
          03 BLQ-CD-STUDENT             PIC 9(05).

       FD FATURAS-CONVENIO.
          COPY FD_FATURA_CONVENIO.

       FD CONVENIOS.
          COPY FD_CONVENIO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD EXPORTA-CONTABIL.
       01 CTB-LINHA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-JA-BLOQUEADO          PIC 9 VALUE 0.

      * DIVIDA DE EMPRESAS CONVENIADAS (FATURAS DO GERAFATURACONVENIO),
      * LISTADA A PARTE DA DIVIDA DOS ALUNOS
       01 WS-FCV-DD                PIC X(100) VALUE SPACES.
       01 WS-CNV-DD                PIC X(100) VALUE SPACES.
       77 WS-FCV-FS                PIC XX VALUE SPACES.
          88 FCV-FS-OK             VALUE '00'.
       77 WS-CNV-FS                PIC XX VALUE SPACES.
          88 CNV-FS-OK             VALUE '00'.
       77 WS-FCV-EOF               PIC X VALUE 'N'.
          88 FCV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CNV-EOF               PIC X VALUE 'N'.
          88 CNV-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-CONVENIOS.
          05 WS-QTD-CNV            PIC 9(03) VALUE 0.
          05 WS-CNV-TAB OCCURS 200 TIMES.
             10 WS-TC-ID           PIC 9(05).
             10 WS-TC-RAZAO        PIC X(40).
       77 WS-RAZAO-SOCIAL          PIC X(40) VALUE SPACES.
       77 WS-QTD-FAT-VENCIDAS      PIC 9(05) VALUE ZEROS.
       77 WS-EMP-FAIXA-30          PIC 9(05) VALUE ZEROS.
       77 WS-EMP-FAIXA-60          PIC 9(05) VALUE ZEROS.
       77 WS-EMP-FAIXA-90          PIC 9(05) VALUE ZEROS.
       77 WS-EMP-FAIXA-MAIS        PIC 9(05) VALUE ZEROS.
       77 WS-EMP-VALOR-30          PIC 9(8)V9(2) VALUE ZEROS.
       77 WS-EMP-VALOR-60          PIC 9(8)V9(2) VALUE ZEROS.
       77 WS-EMP-VALOR-90          PIC 9(8)V9(2) VALUE ZEROS.
       77 WS-EMP-VALOR-MAIS        PIC 9(8)V9(2) VALUE ZEROS.

      * SUBTOTAIS POR UNIDADE (CAMPUS) DO ALUNO; ALUNO SEM UNIDADE OU
      * NAO ENCONTRADO CONTA NA SEDE '01'
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-CTB-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CTB-FS                PIC XX VALUE SPACES.
          88 CTB-FS-OK             VALUE '00'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.
       77 WS-UNIDADE-TRAB          PIC X(02) VALUE SPACES.
       01 WS-TABELA-UNIDADES.
          05 WS-QTD-UNI            PIC 9(02) VALUE 0.
          05 WS-UNI-TAB OCCURS 30 TIMES.
             10 WS-UNI-CODIGO      PIC X(02).
             10 WS-UNI-VENCIDAS    PIC 9(05).
             10 WS-UNI-VALOR-30    PIC 9(8)V9(2).
             10 WS-UNI-VALOR-60    PIC 9(8)V9(2).
             10 WS-UNI-VALOR-90    PIC 9(8)V9(2).
             10 WS-UNI-VALOR-MAIS  PIC 9(8)V9(2).
       77 WS-POS-UNI               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-UNI               PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-60-ED           PIC ZZZZZZZ9.99.
       77 WS-VALOR-90-ED           PIC ZZZZZZZ9.99.
       77 WS-VALOR-MAIS-ED         PIC ZZZZZZZ9.99.

      * LAYOUT DO EXPORT CONTABIL, O MESMO DO FECHAMENTOFINANCEIRO:
      * COMPETENCIA + CONTA DEBITO + CONTA CREDITO + VALOR + HISTORICO
       01 WS-CTB-REGISTRO.
          03 CTB-COMPETENCIA       PIC 9(06).
          03 CTB-CONTA-DEBITO      PIC X(10).
          03 CTB-CONTA-CREDITO     PIC X(10).
          03 CTB-VALOR             PIC 9(10)V9(2).
          03 CTB-HISTORICO         PIC X(30).

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF WS-BLQ-DD = SPACES
                MOVE 'TESOURARIA_BLOQUEIO.TXT' TO WS-BLQ-DD
            END-IF
            ACCEPT WS-FCV-DD FROM ENVIRONMENT 'DD_FATURAS_CONVENIO'
            IF WS-FCV-DD = SPACES
                MOVE 'FATURAS_CONVENIO.TXT' TO WS-FCV-DD
            END-IF
            ACCEPT WS-CNV-DD FROM ENVIRONMENT 'DD_CONVENIOS'
            IF WS-CNV-DD = SPACES
                MOVE 'CONVENIOS.TXT' TO WS-CNV-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-CTB-DD FROM ENVIRONMENT 'DD_CONTABIL_INAD'
            IF WS-CTB-DD = SPACES
                MOVE 'CONTABIL_INAD.TXT' TO WS-CTB-DD
            END-IF

            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            OPEN OUTPUT RELATORIO-INAD
            MOVE SPACES TO RPT-LINHA
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            PERFORM 7000-TOTAIS-E-BLOQUEIO THRU 7000-FIM.

                    ADD 1 TO WS-FAIXA-MAIS
                    ADD MEN-VALOR TO WS-VALOR-MAIS
            END-EVALUATE
            PERFORM 3500-ACUMULA-UNIDADE THRU 3500-FIM

            MOVE MEN-VALOR TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3500-ACUMULA-UNIDADE  --  SOMA A COBRANCA VENCIDA NA FAIXA DA
      *                             UNIDADE (CAMPUS) DO ALUNO.
      ******************************************************************
       3500-ACUMULA-UNIDADE.
            MOVE '01' TO WS-UNIDADE-TRAB
            IF ESTUDANTE-ABERTO
                MOVE MEN-CD-STUDENT TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF STUDENT-UNIDADE NOT = SPACES
                            MOVE STUDENT-UNIDADE TO WS-UNIDADE-TRAB
                        END-IF
                END-READ
            END-IF
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
                MOVE ZEROS TO WS-UNI-VENCIDAS(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-VALOR-30(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-VALOR-60(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-VALOR-90(WS-POS-UNI)
                MOVE ZEROS TO WS-UNI-VALOR-MAIS(WS-POS-UNI)
            END-IF
            ADD 1 TO WS-UNI-VENCIDAS(WS-POS-UNI)
            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 30
                    ADD MEN-VALOR TO WS-UNI-VALOR-30(WS-POS-UNI)
                WHEN WS-DIAS-ATRASO <= 60
                    ADD MEN-VALOR TO WS-UNI-VALOR-60(WS-POS-UNI)
                WHEN WS-DIAS-ATRASO <= 90
                    ADD MEN-VALOR TO WS-UNI-VALOR-90(WS-POS-UNI)
                WHEN OTHER
                    ADD MEN-VALOR TO WS-UNI-VALOR-MAIS(WS-POS-UNI)
            END-EVALUATE.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 5000-DIVIDAS-EMPRESAS  --  SECAO DAS EMPRESAS CONVENIADAS: AS
      *                              FATURAS DE CONVENIO ABERTAS
      *                              VENCIDAS, POR FAIXA DE ATRASO.
      *                              DIVIDA DE EMPRESA NAO BLOQUEIA O
      *                              ALUNO. SEM O REGISTRO DE FATURAS,
      *                              A SECAO SAI VAZIA.
      ******************************************************************
       5000-DIVIDAS-EMPRESAS.
            OPEN INPUT CONVENIOS
            IF CNV-FS-OK
                MOVE 'N' TO WS-CNV-EOF
                PERFORM UNTIL CNV-FIM-ARQUIVO
                    READ CONVENIOS
                        AT END
                            MOVE 'F' TO WS-CNV-EOF
                        NOT AT END
                            IF WS-QTD-CNV < 200
                                ADD 1 TO WS-QTD-CNV
                                MOVE CNV-ID TO WS-TC-ID(WS-QTD-CNV)
                                MOVE CNV-RAZAO-SOCIAL TO
                                     WS-TC-RAZAO(WS-QTD-CNV)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CONVENIOS
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'EMPRESAS CONVENIADAS - FATURAS VENCIDAS'
                TO RPT-LINHA
            WRITE RPT-LINHA
            OPEN INPUT FATURAS-CONVENIO
            IF NOT FCV-FS-OK
                GO TO 5000-FIM
            END-IF
            MOVE 'N' TO WS-FCV-EOF
            PERFORM UNTIL FCV-FIM-ARQUIVO
                READ FATURAS-CONVENIO
                    AT END
                        MOVE 'F' TO WS-FCV-EOF
                    NOT AT END
                        IF FCV-ABERTA
                            PERFORM 5100-CLASSIFICA-FATURA
                                 THRU 5100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FATURAS-CONVENIO.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-CLASSIFICA-FATURA  --  CLASSIFICA A FATURA ABERTA NA FAIXA
      *                               DE ENVELHECIMENTO E LISTA A LINHA.
      ******************************************************************
       5100-CLASSIFICA-FATURA.
            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                - FUNCTION INTEGER-OF-DATE(FCV-DT-VENCIMENTO)
            IF WS-DIAS-ATRASO <= 0
                GO TO 5100-FIM
            END-IF
            ADD 1 TO WS-QTD-FAT-VENCIDAS

            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 30
                    ADD 1 TO WS-EMP-FAIXA-30
                    ADD FCV-VALOR TO WS-EMP-VALOR-30
                WHEN WS-DIAS-ATRASO <= 60
                    ADD 1 TO WS-EMP-FAIXA-60
                    ADD FCV-VALOR TO WS-EMP-VALOR-60
                WHEN WS-DIAS-ATRASO <= 90
                    ADD 1 TO WS-EMP-FAIXA-90
                    ADD FCV-VALOR TO WS-EMP-VALOR-90
                WHEN OTHER
                    ADD 1 TO WS-EMP-FAIXA-MAIS
                    ADD FCV-VALOR TO WS-EMP-VALOR-MAIS
            END-EVALUATE

            MOVE SPACES TO WS-RAZAO-SOCIAL
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CNV
                IF WS-TC-ID(WS-IDX) = FCV-CNV-ID
                    MOVE WS-TC-RAZAO(WS-IDX) TO WS-RAZAO-SOCIAL
                    MOVE WS-QTD-CNV TO WS-IDX
                END-IF
            END-PERFORM
            MOVE FCV-VALOR TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'CONVENIO ' FCV-CNV-ID ' ' WS-RAZAO-SOCIAL
                   ' FATURA ' FCV-NUMERO
                   ' COMPETENCIA ' FCV-COMPETENCIA
                   ' VENCIMENTO ' FCV-DT-VENCIMENTO
                   ' VALOR ' WS-VALOR-ED
                   ' ATRASO ' WS-DIAS-ATRASO ' DIAS'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 5500-TOTAIS-EMPRESAS  --  TOTAIS POR FAIXA DA DIVIDA DAS
      *                             EMPRESAS, SEPARADOS DOS DOS ALUNOS.
      ******************************************************************
       5500-TOTAIS-EMPRESAS.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'EMPRESAS CONVENIADAS:' TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-EMP-VALOR-30 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA 01-30 DIAS: ' WS-EMP-FAIXA-30
                   ' FATURAS   - VALOR ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-EMP-VALOR-60 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA 31-60 DIAS: ' WS-EMP-FAIXA-60
                   ' FATURAS   - VALOR ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-EMP-VALOR-90 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA 61-90 DIAS: ' WS-EMP-FAIXA-90
                   ' FATURAS   - VALOR ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-EMP-VALOR-MAIS TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA + 90 DIAS : ' WS-EMP-FAIXA-MAIS
                   ' FATURAS   - VALOR ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       5500-FIM.
            EXIT.

      ******************************************************************
      * 6000-TOTAIS-UNIDADES  --  SUBTOTAIS POR UNIDADE (CAMPUS) DA
      *                             DIVIDA DOS ALUNOS.
      ******************************************************************
       6000-TOTAIS-UNIDADES.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'POR UNIDADE:' TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                MOVE WS-UNI-VALOR-30(WS-IDX-UNI) TO WS-VALOR-ED
                MOVE WS-UNI-VALOR-60(WS-IDX-UNI) TO WS-VALOR-60-ED
                MOVE WS-UNI-VALOR-90(WS-IDX-UNI) TO WS-VALOR-90-ED
                MOVE WS-UNI-VALOR-MAIS(WS-IDX-UNI) TO WS-VALOR-MAIS-ED
                MOVE SPACES TO RPT-LINHA
                STRING 'UNIDADE ' WS-UNI-CODIGO(WS-IDX-UNI)
                       ': ' WS-UNI-VENCIDAS(WS-IDX-UNI)
                       ' COBRANCAS - 01-30 ' WS-VALOR-ED
                       ' 31-60 ' WS-VALOR-60-ED
                       ' 61-90 ' WS-VALOR-90-ED
                       ' +90 ' WS-VALOR-MAIS-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6500-EXPORTA-CONTABIL  --  EXPORT CONTABIL DA INADIMPLENCIA:
      *                              POR UNIDADE, O VENCIDO HA MAIS DE
      *                              90 DIAS VAI PARA A PROVISAO DE
      *                              DEVEDORES DUVIDOSOS (PDD).
      ******************************************************************
       6500-EXPORTA-CONTABIL.
            OPEN OUTPUT EXPORTA-CONTABIL
            IF NOT CTB-FS-OK
                DISPLAY 'EXPORT CONTABIL INDISPONIVEL (' WS-CTB-DD
                        ').'
                GO TO 6500-FIM
            END-IF
            MOVE WS-DATA-HOJE(1:6) TO CTB-COMPETENCIA
            PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                    UNTIL WS-IDX-UNI > WS-QTD-UNI
                MOVE 'DESPPDD' TO CTB-CONTA-DEBITO
                MOVE 'PDD' TO CTB-CONTA-CREDITO
                MOVE WS-UNI-VALOR-MAIS(WS-IDX-UNI) TO CTB-VALOR
                MOVE SPACES TO CTB-HISTORICO
                STRING 'PDD VENCIDO +90 UNIDADE '
                       WS-UNI-CODIGO(WS-IDX-UNI)
                       DELIMITED BY SIZE INTO CTB-HISTORICO
                END-STRING
                MOVE WS-CTB-REGISTRO TO CTB-LINHA
                WRITE CTB-LINHA
            END-PERFORM
            CLOSE EXPORTA-CONTABIL.
       6500-FIM.
            EXIT.

      ******************************************************************
      * 7000-TOTAIS-E-BLOQUEIO  --  IMPRIME OS TOTAIS POR FAIXA E
      *                               GRAVA O ARQUIVO DE BLOQUEIO DA
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            PERFORM 6000-TOTAIS-UNIDADES THRU 6000-FIM
            PERFORM 5000-DIVIDAS-EMPRESAS THRU 5000-FIM
            PERFORM 5500-TOTAIS-EMPRESAS THRU 5500-FIM
            CLOSE RELATORIO-INAD
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            OPEN OUTPUT BLOQUEIO-TESOURARIA
            PERFORM VARYING WS-IDX FROM 1 BY 1
            END-PERFORM
            CLOSE BLOQUEIO-TESOURARIA
            MOVE WS-QTD-BLQ-TAB TO WS-QTD-BLOQUEADOS
            PERFORM 6500-EXPORTA-CONTABIL THRU 6500-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DA INADIMPLENCIA ***'
            DISPLAY 'COBRANCAS ABERTAS....: ' WS-QTD-ABERTAS
            DISPLAY 'VENCIDAS.............: ' WS-QTD-VENCIDAS
            DISPLAY 'ALUNOS BLOQUEADOS....: ' WS-QTD-BLOQUEADOS
            DISPLAY 'FATURAS DE EMPRESA...: ' WS-QTD-FAT-VENCIDAS
                    ' VENCIDAS'
            DISPLAY 'RELATORIO............: ' WS-RPT-DD
            DISPLAY 'ARQUIVO DE BLOQUEIO..: ' WS-BLQ-DD
            DISPLAY 'EXPORT CONTABIL......: ' WS-CTB-DD.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'INADIMPLENTES' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOINADIMPLENTES.
