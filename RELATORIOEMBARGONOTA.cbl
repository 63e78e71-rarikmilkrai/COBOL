      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO DAS TURMAS COM NOTAS AINDA EM EMBARGO: LE O
      *         CADASTRO DE TURMAS (DO PERIODO DD_PERIODO_EMBARGO;
      *         EM BRANCO, TODOS) E, PARA CADA TURMA, CONSULTA O
      *         CONTROLE DE PUBLICACAO PELA SUBROTINA CONFERELIBERACAO,
      *         LISTANDO AS QUE SEGUEM RETIDAS - SEM LIBERACAO OU COM
      *         LIBERACAO PROGRAMADA PARA DATA FUTURA -, PARA A
      *         COORDENACAO SABER O QUE FALTA REVISAR ANTES DE LIBERAR
      *         O PERIODO. TURMAS DE PERIODO SEM EMBARGO (SEM LINHA NO
      *         LIBERACAO_NOTAS.TXT) NAO ENTRAM NA LISTA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOEMBARGONOTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT RELATORIO-EMB ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD RELATORIO-EMB.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LBC-PARM.
          COPY LIBERACAO_PARM.

       77 WS-PERIODO-FILTRO        PIC X(06) VALUE SPACES.
          88 TODOS-OS-PERIODOS     VALUE SPACES.
       77 WS-QTD-TURMAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RETIDAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROGRAMADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-EMBARGO       PIC 9(05) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOEMBARGONOTA - NOTAS EM EMBARGO     *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-PERIODO-FILTRO FROM ENVIRONMENT
                                          'DD_PERIODO_EMBARGO'
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_EMBARGO'
            IF WS-RPT-DD = SPACES
                MOVE 'EMBARGO_NOTAS.RPT' TO WS-RPT-DD
            END-IF

            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL ('
                        WS-TUR-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT RELATORIO-EMB
            MOVE SPACES TO RPT-LINHA
            IF TODOS-OS-PERIODOS
                STRING 'TURMAS COM NOTAS EM EMBARGO - TODOS OS '
                       'PERIODOS - ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                STRING 'TURMAS COM NOTAS EM EMBARGO - PERIODO '
                       WS-PERIODO-FILTRO ' - '
                       CAB-DATA-FORMATADA OF WS-CAB-PARM
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'TURMA    PERIODO MATERIA                        '
                 TO RPT-LINHA
            MOVE 'SITUACAO' TO RPT-LINHA(50:)
            WRITE RPT-LINHA

            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF TODOS-OS-PERIODOS
                           OR TURMA-PERIODO = WS-PERIODO-FILTRO
                            ADD 1 TO WS-QTD-TURMAS
                            PERFORM 2000-CONFERE-TURMA THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS

            IF WS-QTD-RETIDAS = 0
                MOVE SPACES TO RPT-LINHA
                MOVE 'NENHUMA TURMA COM NOTAS EM EMBARGO.' TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            CLOSE RELATORIO-EMB
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO ***'
            DISPLAY 'TURMAS CONFERIDAS....: ' WS-QTD-TURMAS
            DISPLAY 'TURMAS RETIDAS.......: ' WS-QTD-RETIDAS
            DISPLAY '  COM DATA PROGRAMADA: ' WS-QTD-PROGRAMADAS
            DISPLAY 'TURMAS SEM EMBARGO...: ' WS-QTD-SEM-EMBARGO
            DISPLAY 'RELATORIO............: ' WS-RPT-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 2000-CONFERE-TURMA  --  CONSULTA A PUBLICACAO DA TURMA E
      *                           LISTA A TURMA RETIDA.
      ******************************************************************
       2000-CONFERE-TURMA.
            MOVE TURMA-CODIGO TO LBC-TURMA
            MOVE TURMA-PERIODO TO LBC-PERIODO
            MOVE ZEROS TO LBC-DATA
            CALL 'CONFERELIBERACAO' USING WS-LBC-PARM
            IF LBC-SEM-CONTROLE
                ADD 1 TO WS-QTD-SEM-EMBARGO
                GO TO 2000-FIM
            END-IF
            IF NOT LBC-RETIDA
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-RETIDAS
            MOVE SPACES TO RPT-LINHA
            STRING TURMA-CODIGO ' ' TURMA-PERIODO '  '
                   TURMA-MATERIA(1:30)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            IF LBC-DT-LIBERACAO > 0
                ADD 1 TO WS-QTD-PROGRAMADAS
                STRING 'LIBERACAO PROGRAMADA PARA ' LBC-DT-LIBERACAO
                       DELIMITED BY SIZE INTO RPT-LINHA(50:)
                END-STRING
            ELSE
                MOVE 'RETIDA - SEM LIBERACAO' TO RPT-LINHA(50:)
            END-IF
            WRITE RPT-LINHA.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOEMBARGONOTA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO-FILTRO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOEMBARGONOTA.
