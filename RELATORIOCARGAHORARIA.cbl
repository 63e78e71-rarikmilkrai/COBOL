      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO DE FIM DE PERIODO DA CARGA HORARIA CUMPRIDA
      *         POR TURMA (CARGA_HORARIA.RPT): SESSOES DADAS (DATAS DO
      *         FREQ_SESSAO.TXT), REPOSICOES E AUSENCIAS DE PROFESSOR
      *         REGISTRADAS, HORAS CUMPRIDAS PELA DURACAO DOS ENCONTROS
      *         DA GRADE E HORAS DO CATALOGO, APONTANDO TODA TURMA
      *         ABAIXO DA CARGA DA MATERIA. A CONTA E FEITA PELA
      *         SUBROTINA APURACARGAHORARIA, A MESMA QUE O FECHAPERIODO
      *         USA PARA AVISAR ANTES DE FECHAR. RC 4 QUANDO HA TURMA
      *         ABAIXO DA CARGA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOCARGAHORARIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-CARGA ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO-CARGA.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-CHG-PARM.
          COPY CARGA_PARM.

       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-MIN-CATALOGO          PIC 9(06) VALUE ZEROS.
       77 WS-MIN-FALTA             PIC 9(06) VALUE ZEROS.
       77 WS-SITUACAO-TURMA        PIC X(22) VALUE SPACES.
       77 WS-TOT-SESSOES           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REPOSICOES        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-AUSENCIAS         PIC 9(05) VALUE ZEROS.

       77 WS-QTD-ED                PIC ZZ9.
       77 WS-HORAS-ED              PIC ZZZ9.9.
       77 WS-CARGA-ED              PIC ZZ9.
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
            DISPLAY '* RELATORIOCARGAHORARIA - CARGA CUMPRIDA      *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT CHG-PERIODO OF WS-CHG-PARM FROM ENVIRONMENT
                                                  'DD_PERIODO_LETIVO'
            IF CHG-PERIODO OF WS-CHG-PARM = SPACES
                DISPLAY 'PERIODO LETIVO (AAAA-S): '
                ACCEPT CHG-PERIODO OF WS-CHG-PARM
            END-IF
            IF CHG-PERIODO OF WS-CHG-PARM = SPACES
                DISPLAY 'PERIODO LETIVO NAO INFORMADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_CARGA'
            IF WS-RPT-DD = SPACES
                MOVE 'CARGA_HORARIA.RPT' TO WS-RPT-DD
            END-IF

            CALL 'APURACARGAHORARIA' USING WS-CHG-PARM
            IF CHG-QTD-TURMAS OF WS-CHG-PARM = 0
                DISPLAY 'NENHUMA TURMA ATIVA NO PERIODO '
                        CHG-PERIODO OF WS-CHG-PARM '.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT RELATORIO-CARGA
            PERFORM 3400-CABECALHO-PAGINA THRU 3400-FIM
            PERFORM 3000-IMPRIME-TURMA THRU 3000-FIM
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > CHG-QTD-TURMAS OF WS-CHG-PARM
            PERFORM 3900-IMPRIME-RESUMO THRU 3900-FIM
            CLOSE RELATORIO-CARGA
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM

            DISPLAY 'TURMAS DO PERIODO......: '
                    CHG-QTD-TURMAS OF WS-CHG-PARM
            DISPLAY 'ABAIXO DA CARGA........: '
                    CHG-QTD-DEFICIT OF WS-CHG-PARM
            DISPLAY 'RELATORIO..............: ' WS-RPT-DD
            IF CHG-QTD-DEFICIT OF WS-CHG-PARM > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 3000-IMPRIME-TURMA  --  UMA LINHA POR TURMA COM A CONTA DA
      *                           CARGA HORARIA E A MARCA DE DEFICIT.
      ******************************************************************
       3000-IMPRIME-TURMA.
            IF WS-LINHA-ATUAL + 1 >= WS-LINHAS-POR-PAGINA
                PERFORM 3400-CABECALHO-PAGINA THRU 3400-FIM
            END-IF

            COMPUTE WS-MIN-CATALOGO =
                CHG-HORAS-CATALOGO OF WS-CHG-PARM(WS-IDX) * 60
            MOVE ZEROS TO WS-MIN-FALTA
            IF CHG-MIN-CUMPRIDOS OF WS-CHG-PARM(WS-IDX) <
               WS-MIN-CATALOGO
                COMPUTE WS-MIN-FALTA = WS-MIN-CATALOGO
                      - CHG-MIN-CUMPRIDOS OF WS-CHG-PARM(WS-IDX)
            END-IF
            EVALUATE TRUE
                WHEN CHG-SEM-GRADE OF WS-CHG-PARM(WS-IDX)
                    MOVE '*** SEM GRADE' TO WS-SITUACAO-TURMA
                WHEN CHG-DEFICIT OF WS-CHG-PARM(WS-IDX)
                    MOVE '*** ABAIXO DA CARGA' TO WS-SITUACAO-TURMA
                WHEN OTHER
                    MOVE SPACES TO WS-SITUACAO-TURMA
            END-EVALUATE
            ADD CHG-SESSOES OF WS-CHG-PARM(WS-IDX) TO WS-TOT-SESSOES
            ADD CHG-REPOSICOES OF WS-CHG-PARM(WS-IDX) TO
                WS-TOT-REPOSICOES
            ADD CHG-AUSENCIAS OF WS-CHG-PARM(WS-IDX) TO
                WS-TOT-AUSENCIAS

            MOVE SPACES TO RPT-LINHA
            MOVE CHG-TUR-CODIGO OF WS-CHG-PARM(WS-IDX) TO
                 RPT-LINHA(1:8)
            MOVE CHG-TUR-MATERIA OF WS-CHG-PARM(WS-IDX) TO
                 RPT-LINHA(10:30)
            MOVE CHG-SESSOES OF WS-CHG-PARM(WS-IDX) TO WS-QTD-ED
            MOVE WS-QTD-ED TO RPT-LINHA(42:3)
            MOVE CHG-REPOSICOES OF WS-CHG-PARM(WS-IDX) TO WS-QTD-ED
            MOVE WS-QTD-ED TO RPT-LINHA(49:3)
            MOVE CHG-AUSENCIAS OF WS-CHG-PARM(WS-IDX) TO WS-QTD-ED
            MOVE WS-QTD-ED TO RPT-LINHA(56:3)
            COMPUTE WS-HORAS-ED ROUNDED =
                CHG-MIN-CUMPRIDOS OF WS-CHG-PARM(WS-IDX) / 60
            MOVE WS-HORAS-ED TO RPT-LINHA(61:6)
            MOVE CHG-HORAS-CATALOGO OF WS-CHG-PARM(WS-IDX) TO
                 WS-CARGA-ED
            MOVE WS-CARGA-ED TO RPT-LINHA(71:3)
            COMPUTE WS-HORAS-ED ROUNDED = WS-MIN-FALTA / 60
            MOVE WS-HORAS-ED TO RPT-LINHA(76:6)
            MOVE WS-SITUACAO-TURMA TO RPT-LINHA(84:22)
            WRITE RPT-LINHA
            ADD 1 TO WS-LINHA-ATUAL.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3400-CABECALHO-PAGINA  --  TITULO, DATA E NUMERO DE PAGINA DO
      *                              RELATORIO, MAIS OS TITULOS DAS
      *                              COLUNAS.
      ******************************************************************
       3400-CABECALHO-PAGINA.
            ADD 1 TO WS-PAGINA-ATUAL
            MOVE WS-PAGINA-ATUAL TO WS-PAGINA-ED

            MOVE SPACES TO RPT-LINHA
            STRING 'CARGA HORARIA CUMPRIDA - PERIODO '
                   CHG-PERIODO OF WS-CHG-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
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

            MOVE SPACES TO RPT-LINHA
            MOVE 'TURMA'   TO RPT-LINHA(1:5)
            MOVE 'MATERIA' TO RPT-LINHA(10:7)
            MOVE 'SESSOES' TO RPT-LINHA(40:7)
            MOVE 'REPOS'   TO RPT-LINHA(48:5)
            MOVE 'AUSEN'   TO RPT-LINHA(55:5)
            MOVE 'HORAS'   TO RPT-LINHA(62:5)
            MOVE 'CARGA'   TO RPT-LINHA(69:5)
            MOVE 'FALTA'   TO RPT-LINHA(77:5)
            WRITE RPT-LINHA

            MOVE 4 TO WS-LINHA-ATUAL.
       3400-FIM.
            EXIT.

      ******************************************************************
      * 3900-IMPRIME-RESUMO  --  TOTAIS DO PERIODO.
      ******************************************************************
       3900-IMPRIME-RESUMO.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS: ' CHG-QTD-TURMAS OF WS-CHG-PARM
                   '   SESSOES: ' WS-TOT-SESSOES
                   '   REPOSICOES: ' WS-TOT-REPOSICOES
                   '   AUSENCIAS: ' WS-TOT-AUSENCIAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS ABAIXO DA CARGA DO CATALOGO: '
                   CHG-QTD-DEFICIT OF WS-CHG-PARM
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
            MOVE 'RELATORIOCARGAHORARIA' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE CHG-PERIODO OF WS-CHG-PARM
                 TO REP-PERIODO OF WS-REP-PARM
            MOVE WS-PAGINA-ATUAL TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOCARGAHORARIA.
