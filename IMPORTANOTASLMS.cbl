      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DO LIVRO DE NOTAS EXPORTADO PELO AMBIENTE
      *         VIRTUAL (MOODLE, "EXPORTAR NOTAS" EM CSV) DE UMA
      *         TURMA (DD_TURMA_LMS - A SALA CRIADA PELO
      *         EXPORTAROSTERLMS TEM O CODIGO DA TURMA): A LINHA DE
      *         TITULOS E LIDA PARA ACHAR A COLUNA DO ALUNO
      *         (DD_LMS_COLUNA_ID, PADRAO "ID number" - O idnumber
      *         A+CD-STUDENT DO UPLOAD DE USUARIOS) E AS COLUNAS DAS
      *         ATIVIDADES QUE VIRAM NOTA-1..NOTA-4 (DD_LMS_NOTA1..
      *         DD_LMS_NOTA4, O INICIO DO TITULO DA COLUNA, EX.
      *         "Tarefa: Prova 1"; NOTA SEM COLUNA MAPEADA SAI ZERADA,
      *         COMO NO IMPORTANOTASJSON). CADA ALUNO PASSA PELA MESMA
      *         CRITICA DO IMPORTANOTASJSON (CADASTRO, CATALOGO,
      *         INSCRICAO NA TURMA NO PERIODO, JANELA DE LANCAMENTO E
      *         PROFESSOR DO OPERADOR ATRIBUIDO A TURMA) E AS ACEITAS
      *         SAEM NUM ARQUIVO LOTE-NOTAS COMPLETO (*H COM LOTE ID
      *         DA SERIE LOTELMS VIA GERATICKET, *T COM QUANTIDADE E
      *         SOMA), PARA O CALCULARNOTAS POSTAR COM A IDEMPOTENCIA
      *         DE LOTE, OS PRE-REQUISITOS E O FLUXO DE REJEITO JA
      *         EXISTENTES. AS RECUSADAS VAO PARA O ARQUIVO DE
      *         REJEITADAS COM O MOTIVO NA FRENTE DA LINHA CSV.
      *         NOTA "-" (ATIVIDADE SEM NOTA) VALE ZERO; VIRGULA
      *         DECIMAL E ACEITA.
      *         MOTIVOS: CSV (LINHA SEM A COLUNA DO ALUNO), ALU, MAT,
      *         INS, JAN, NOT E PRF COMO NO IMPORTANOTASJSON.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - as notas das atividades do ambiente
      *               virtual eram redigitadas no arquivo de lote.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTANOTASLMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-LMS ASSIGN TO DYNAMIC WS-NLM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NLM-FS.

           SELECT LOTE-NOTAS ASSIGN TO DYNAMIC WS-LOTE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTE-FS.

           SELECT REJEITADAS ASSIGN TO DYNAMIC WS-REJ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT CATALOGO-MATERIA ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS-LMS.
       01 NLM-LINHA                   PIC X(1000).

       FD LOTE-NOTAS.
          COPY FD_LOTE_NOTAS.

       FD REJEITADAS.
       01 REJ-LINHA                   PIC X(1010).

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD CATALOGO-MATERIA.
          COPY FD_CATALOGO_MATERIA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD TURMAS.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       01 WS-NLM-DD                PIC X(100) VALUE SPACES.
       01 WS-LOTE-DD               PIC X(100) VALUE SPACES.
       01 WS-REJ-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       77 WS-NLM-FS                PIC XX VALUE SPACES.
          88 NLM-FS-OK             VALUE '00'.
       77 WS-LOTE-FS               PIC XX VALUE SPACES.
       77 WS-REJ-FS                PIC XX VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.

       77 WS-NLM-EOF               PIC X VALUE 'N'.
          88 NLM-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CAT-EOF               PIC X VALUE 'N'.
          88 CAT-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-CAL-PARM.
          COPY CALENDARIO_PARM.
       01 WS-PTC-PARM.
          COPY PROFTURMA_PARM.

      * TURMA DA SALA DO AMBIENTE (MATERIA E PERIODO VEM DO CADASTRO
      * DE TURMAS) E O OPERADOR QUE RESPONDE PELAS NOTAS.
       77 WS-TURMA-LMS             PIC X(08) VALUE SPACES.
       77 WS-MATERIA-LMS           PIC X(50) VALUE SPACES.
       77 WS-PERIODO-LMS           PIC X(06) VALUE SPACES.
       77 WS-OPERADOR-LMS          PIC X(20) VALUE SPACES.
       77 WS-TURMA-ACHADA          PIC 9 VALUE 0.
          88 TURMA-ACHADA          VALUE 1.

      * MAPEAMENTO DAS COLUNAS DO LIVRO DE NOTAS: TITULO (INICIO) E
      * POSICAO ACHADA NA LINHA DE TITULOS.
       77 WS-COLUNA-ID-TIT         PIC X(60) VALUE SPACES.
       77 WS-COLUNA-ID             PIC 9(03) VALUE ZEROS.
       01 WS-MAPA-NOTAS.
          03 WS-MAPA OCCURS 4 TIMES.
             05 WS-MAPA-TITULO         PIC X(60).
             05 WS-MAPA-COLUNA         PIC 9(03).
       77 WS-QTD-MAPEADAS          PIC 9(01) VALUE ZEROS.
       77 WS-TIT-TAM               PIC 9(02) VALUE ZEROS.
       77 WS-NOME-AMBIENTE         PIC X(20) VALUE SPACES.

      * CATALOGO DE MATERIAS ATIVAS EM MEMORIA (MESMA REGRA DO
      * CALCULARNOTAS: CATALOGO VAZIO NAO BLOQUEIA O LANCAMENTO).
       01 WS-TAB-CATALOGO.
          03 WS-CATALOGO-NOME OCCURS 500 TIMES PIC X(50).
       77 WS-QTD-CATALOGO          PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-CAT               PIC 9(03) COMP VALUE ZEROS.
       77 WS-MATERIA-OK            PIC 9 VALUE 0.
          88 MATERIA-VALIDA        VALUE 1.

      * ALUNOS COM INSCRICAO VIGENTE NA TURMA NO PERIODO.
       01 WS-TAB-INSCRICOES.
          03 WS-INS-CD OCCURS 2000 TIMES PIC 9(05).
       77 WS-QTD-INS               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-INS               PIC 9(04) COMP VALUE ZEROS.
       77 WS-TEM-ARQ-INSCRICAO     PIC 9 VALUE 0.
          88 ARQ-INSCRICAO-PRESENTE VALUE 1.
       77 WS-INSCRITO              PIC 9 VALUE 0.
          88 ALUNO-INSCRITO        VALUE 1.

      * CAMPOS DA LINHA CSV CORRENTE (ASPAS DUPLAS DELIMITAM CAMPO
      * COM VIRGULA; "" DENTRO DELAS E UMA ASPA).
       01 WS-CSV-LINHA             PIC X(1000) VALUE SPACES.
       01 WS-TAB-CAMPOS.
          03 WS-CAMPO OCCURS 60 TIMES PIC X(60).
       77 WS-QTD-CAMPOS            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CAMPO             PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-TAM             PIC 9(04) VALUE ZEROS.
       77 WS-SCAN-IDX              PIC 9(04) VALUE ZEROS.
       77 WS-VAL-OUT               PIC 9(02) VALUE ZEROS.
       77 WS-VAL-CHAR              PIC X(01) VALUE SPACE.
       77 WS-ENTRE-ASPAS           PIC 9 VALUE 0.
          88 DENTRO-DAS-ASPAS      VALUE 1.

       77 WS-ENT-CD-TXT            PIC X(60) VALUE SPACES.
       77 WS-ENT-CD                PIC 9(05) VALUE ZEROS.
       01 WS-ENT-NOTAS.
          03 WS-ENT-NOTA OCCURS 4 TIMES PIC 9(3)V9(2).
       77 WS-IDX-NOTA              PIC 9(01) VALUE ZEROS.
       77 WS-NOTA-TXT              PIC X(60) VALUE SPACES.
       77 WS-NOTA-NUM              PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-QTD-PONTOS            PIC 9(02) VALUE ZEROS.
       77 WS-VAL-IDX               PIC 9(02) VALUE ZEROS.

       77 WS-MOTIVO                PIC X(03) VALUE SPACES.
          88 ENTRADA-ACEITA        VALUE SPACES.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-ID               PIC X(08) VALUE SPACES.
       77 WS-TICKET-ED             PIC 9(07) VALUE ZEROS.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACEITAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-NOTAS            PIC 9(09)V9(02) VALUE ZEROS.

      * DETALHES ACEITOS FICAM EM MEMORIA ATE O FIM, PORQUE O
      * CABECALHO *H PRECISA DECLARAR A QUANTIDADE DO LOTE.
       01 WS-TAB-ACEITAS.
          03 WS-ACE-REG OCCURS 2000 TIMES PIC X(156).
       77 WS-IDX-ACE               PIC 9(04) COMP VALUE ZEROS.

       01 WS-LOTE-CABECALHO.
          03 HDR-MARCA                PIC X(02).
          03 HDR-LOTE-ID              PIC X(08).
          03 HDR-QTD-DECLARADA        PIC 9(05).
          03 HDR-DATA                 PIC 9(08).
       01 WS-LOTE-TRAILER.
          03 TRL-MARCA                PIC X(02).
          03 TRL-QTD                  PIC 9(05).
          03 TRL-SOMA-NOTAS           PIC 9(09)V9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* IMPORTANOTASLMS - NOTAS DO AMBIENTE VIRTUAL *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 1000-INICIALIZA THRU 1000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1100-LOCALIZA-TURMA THRU 1100-FIM
            IF RETURN-CODE NOT = ZEROS
                PERFORM 1900-FECHA-ENTRADAS THRU 1900-FIM
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1500-LE-TITULOS THRU 1500-FIM
            IF RETURN-CODE NOT = ZEROS
                PERFORM 1900-FECHA-ENTRADAS THRU 1900-FIM
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1200-CARREGA-CATALOGO THRU 1200-FIM
            PERFORM 1400-CARREGA-INSCRICOES THRU 1400-FIM

            PERFORM UNTIL NLM-FIM-ARQUIVO
                READ NOTAS-LMS
                    AT END
                        MOVE 'F' TO WS-NLM-EOF
                    NOT AT END
                        IF NLM-LINHA NOT = SPACES
                            ADD 1 TO WS-QTD-LIDAS
                            PERFORM 2000-PROCESSA-LINHA THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM

            IF WS-QTD-ACEITAS > ZEROS
                PERFORM 5000-GRAVA-LOTE THRU 5000-FIM
            ELSE
                DISPLAY 'NENHUMA ENTRADA ACEITA - LOTE NAO GERADO.'
            END-IF

            PERFORM 1900-FECHA-ENTRADAS THRU 1900-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DA IMPORTACAO DE NOTAS DO AMBIENTE ***'
            DISPLAY 'TURMA.................: ' WS-TURMA-LMS
                    ' ' WS-PERIODO-LMS
            DISPLAY 'LINHAS LIDAS..........: ' WS-QTD-LIDAS
            DISPLAY 'ENTRADAS ACEITAS......: ' WS-QTD-ACEITAS
            DISPLAY 'ENTRADAS REJEITADAS...: ' WS-QTD-REJEITADAS
            IF WS-QTD-ACEITAS > ZEROS
                DISPLAY 'LOTE GERADO...........: ' WS-LOTE-ID
                        ' EM ' WS-LOTE-DD
            END-IF
            IF WS-QTD-REJEITADAS > ZEROS AND RETURN-CODE = ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  --  RESOLVE OS DD E O MAPEAMENTO DAS COLUNAS,
      *                        ABRE O LIVRO DE NOTAS, OS REJEITADOS E
      *                        O CADASTRO DE ESTUDANTES.
      ******************************************************************
       1000-INICIALIZA.
            ACCEPT WS-NLM-DD FROM ENVIRONMENT 'DD_NOTAS_LMS'
            IF WS-NLM-DD = SPACES
                MOVE 'NOTAS_LMS.CSV' TO WS-NLM-DD
            END-IF
            ACCEPT WS-LOTE-DD FROM ENVIRONMENT 'DD_LOTE_NOTAS'
            IF WS-LOTE-DD = SPACES
                MOVE 'LOTE_NOTAS.TXT' TO WS-LOTE-DD
            END-IF
            ACCEPT WS-REJ-DD FROM ENVIRONMENT 'DD_NOTAS_LMS_REJ'
            IF WS-REJ-DD = SPACES
                MOVE 'NOTAS_LMS_REJEITADAS.TXT' TO WS-REJ-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF

            ACCEPT WS-TURMA-LMS FROM ENVIRONMENT 'DD_TURMA_LMS'
            ACCEPT WS-OPERADOR-LMS FROM ENVIRONMENT 'DD_OPERADOR_LMS'
            IF WS-OPERADOR-LMS = SPACES
                ACCEPT WS-OPERADOR-LMS FROM ENVIRONMENT 'USER'
            END-IF
            ACCEPT WS-COLUNA-ID-TIT FROM ENVIRONMENT 'DD_LMS_COLUNA_ID'
            IF WS-COLUNA-ID-TIT = SPACES
                MOVE 'ID number' TO WS-COLUNA-ID-TIT
            END-IF
            MOVE ZEROS TO WS-QTD-MAPEADAS
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 4
                MOVE SPACES TO WS-NOME-AMBIENTE
                STRING 'DD_LMS_NOTA' WS-IDX-NOTA DELIMITED BY SIZE
                   INTO WS-NOME-AMBIENTE
                END-STRING
                MOVE SPACES TO WS-MAPA-TITULO(WS-IDX-NOTA)
                ACCEPT WS-MAPA-TITULO(WS-IDX-NOTA)
                       FROM ENVIRONMENT WS-NOME-AMBIENTE
                MOVE ZEROS TO WS-MAPA-COLUNA(WS-IDX-NOTA)
                IF WS-MAPA-TITULO(WS-IDX-NOTA) NOT = SPACES
                    ADD 1 TO WS-QTD-MAPEADAS
                END-IF
            END-PERFORM

            IF WS-TURMA-LMS = SPACES
                DISPLAY 'TURMA DA SALA NAO INFORMADA (DD_TURMA_LMS).'
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            IF WS-QTD-MAPEADAS = ZEROS
                DISPLAY 'NENHUMA COLUNA DE ATIVIDADE MAPEADA PARA '
                        'NOTA (DD_LMS_NOTA1..DD_LMS_NOTA4).'
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF

            OPEN INPUT NOTAS-LMS
            IF NOT NLM-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-NLM-DD
                        ' - FILE STATUS: ' WS-NLM-FS
                MOVE 'IMPORTANOTASLMS' TO LOG-PROGRAMA
                                          OF WS-LOG-PARM
                MOVE '1000-INICIALIZA' TO LOG-PARAGRAFO
                                          OF WS-LOG-PARM
                STRING 'ERRO AO ABRIR ' WS-NLM-DD
                       ' - FILE STATUS: ' WS-NLM-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF

            OPEN OUTPUT REJEITADAS

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 4 TO RETURN-CODE
                CLOSE NOTAS-LMS
                CLOSE REJEITADAS
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-LOCALIZA-TURMA  --  MATERIA E PERIODO DA TURMA DA SALA NO
      *                            CADASTRO DE TURMAS.
      ******************************************************************
       1100-LOCALIZA-TURMA.
            MOVE 0 TO WS-TURMA-ACHADA
            OPEN INPUT TURMAS
            IF TUR-FS-OK
                MOVE 'N' TO WS-TUR-EOF
                PERFORM UNTIL TUR-FIM-ARQUIVO OR TURMA-ACHADA
                    READ TURMAS
                        AT END
                            MOVE 'F' TO WS-TUR-EOF
                        NOT AT END
                            IF TURMA-CODIGO = WS-TURMA-LMS
                                MOVE 1 TO WS-TURMA-ACHADA
                                MOVE TURMA-MATERIA TO WS-MATERIA-LMS
                                MOVE TURMA-PERIODO TO WS-PERIODO-LMS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TURMAS
            END-IF
            IF NOT TURMA-ACHADA
                DISPLAY 'TURMA ' WS-TURMA-LMS
                        ' NAO CADASTRADA - IMPORTACAO RECUSADA.'
                MOVE 8 TO RETURN-CODE
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1500-LE-TITULOS  --  LE A LINHA DE TITULOS DO LIVRO DE NOTAS E
      *                        ACHA A COLUNA DO ALUNO E AS COLUNAS
      *                        MAPEADAS; COLUNA MAPEADA QUE NAO EXISTE
      *                        NO ARQUIVO RECUSA A IMPORTACAO (NOTA NA
      *                        COLUNA ERRADA E PIOR QUE NOTA NENHUMA).
      ******************************************************************
       1500-LE-TITULOS.
            READ NOTAS-LMS
                AT END
                    DISPLAY 'LIVRO DE NOTAS VAZIO - ' WS-NLM-DD
                    MOVE 8 TO RETURN-CODE
                    GO TO 1500-FIM
            END-READ
            MOVE NLM-LINHA TO WS-CSV-LINHA
            PERFORM 3000-SEPARA-CAMPOS THRU 3000-FIM

            MOVE ZEROS TO WS-COLUNA-ID
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COLUNA-ID-TIT))
              TO WS-TIT-TAM
            PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
                    UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS
                IF WS-COLUNA-ID = ZEROS
                   AND WS-CAMPO(WS-IDX-CAMPO)(1:WS-TIT-TAM) =
                       WS-COLUNA-ID-TIT(1:WS-TIT-TAM)
                    MOVE WS-IDX-CAMPO TO WS-COLUNA-ID
                END-IF
            END-PERFORM
            IF WS-COLUNA-ID = ZEROS
                DISPLAY 'COLUNA DO ALUNO "'
                        FUNCTION TRIM(WS-COLUNA-ID-TIT)
                        '" AUSENTE NO LIVRO DE NOTAS.'
                MOVE 8 TO RETURN-CODE
                GO TO 1500-FIM
            END-IF

            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 4
                IF WS-MAPA-TITULO(WS-IDX-NOTA) NOT = SPACES
                    PERFORM 1550-ACHA-COLUNA THRU 1550-FIM
                    IF WS-MAPA-COLUNA(WS-IDX-NOTA) = ZEROS
                        DISPLAY 'COLUNA DA NOTA-' WS-IDX-NOTA ' "'
                             FUNCTION TRIM(WS-MAPA-TITULO(WS-IDX-NOTA))
                                '" AUSENTE NO LIVRO DE NOTAS.'
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
            END-PERFORM.
       1500-FIM.
            EXIT.

       1550-ACHA-COLUNA.
            MOVE FUNCTION LENGTH(
                 FUNCTION TRIM(WS-MAPA-TITULO(WS-IDX-NOTA)))
              TO WS-TIT-TAM
            PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
                    UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS
                IF WS-MAPA-COLUNA(WS-IDX-NOTA) = ZEROS
                   AND WS-CAMPO(WS-IDX-CAMPO)(1:WS-TIT-TAM) =
                       WS-MAPA-TITULO(WS-IDX-NOTA)(1:WS-TIT-TAM)
                    MOVE WS-IDX-CAMPO TO WS-MAPA-COLUNA(WS-IDX-NOTA)
                END-IF
            END-PERFORM.
       1550-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-CATALOGO  --  CARREGA OS NOMES DAS MATERIAS
      *                              ATIVAS DO CATALOGO; CATALOGO
      *                              AUSENTE OU VAZIO NAO BLOQUEIA.
      ******************************************************************
       1200-CARREGA-CATALOGO.
            MOVE ZEROS TO WS-QTD-CATALOGO
            OPEN INPUT CATALOGO-MATERIA
            IF NOT CAT-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-CAT-EOF
            PERFORM 1250-LE-CATALOGO THRU 1250-FIM
                UNTIL CAT-FIM-ARQUIVO
            CLOSE CATALOGO-MATERIA.
       1200-FIM.
            EXIT.

       1250-LE-CATALOGO.
            READ CATALOGO-MATERIA
                AT END
                    MOVE 'F' TO WS-CAT-EOF
                NOT AT END
                    IF CATALOGO-STATUS NOT = 'I'
                       AND WS-QTD-CATALOGO < 500
                        ADD 1 TO WS-QTD-CATALOGO
                        MOVE CATALOGO-NOME-MATERIA TO
                             WS-CATALOGO-NOME(WS-QTD-CATALOGO)
                    END-IF
            END-READ.
       1250-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-INSCRICOES  --  CARREGA OS ALUNOS COM INSCRICAO
      *                                VIGENTE NA TURMA DA SALA NO
      *                                PERIODO (LINHA ANTIGA SEM
      *                                PERIODO VALE EM QUALQUER UM);
      *                                ARQUIVO AUSENTE DESLIGA A
      *                                CRITICA DE INSCRICAO.
      ******************************************************************
       1400-CARREGA-INSCRICOES.
            MOVE ZEROS TO WS-QTD-INS
            MOVE 0 TO WS-TEM-ARQ-INSCRICAO
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'TURMA_ALUNO AUSENTE - CRITICA DE INSCRICAO '
                        'DESLIGADA.'
                GO TO 1400-FIM
            END-IF
            MOVE 1 TO WS-TEM-ARQ-INSCRICAO
            MOVE 'N' TO WS-TAL-EOF
            PERFORM 1450-LE-INSCRICAO THRU 1450-FIM
                UNTIL TAL-FIM-ARQUIVO
            CLOSE TURMA-ALUNO.
       1400-FIM.
            EXIT.

       1450-LE-INSCRICAO.
            READ TURMA-ALUNO
                AT END
                    MOVE 'F' TO WS-TAL-EOF
                NOT AT END
                    IF TAL-MATRICULADO
                       AND TAL-TURMA-CODIGO = WS-TURMA-LMS
                       AND (TAL-PERIODO = WS-PERIODO-LMS
                            OR TAL-PERIODO = SPACES)
                       AND WS-QTD-INS < 2000
                        ADD 1 TO WS-QTD-INS
                        MOVE TAL-CD-STUDENT TO WS-INS-CD(WS-QTD-INS)
                    END-IF
            END-READ.
       1450-FIM.
            EXIT.

      ******************************************************************
      * 1900-FECHA-ENTRADAS  --  FECHA O LIVRO DE NOTAS, OS REJEITADOS
      *                            E O CADASTRO.
      ******************************************************************
       1900-FECHA-ENTRADAS.
            CLOSE NOTAS-LMS
            CLOSE REJEITADAS
            CLOSE ESTUDANTE.
       1900-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-LINHA  --  SEPARA OS CAMPOS DA LINHA DO ALUNO,
      *                            CRITICA A ENTRADA E A GUARDA NA
      *                            TABELA DE ACEITAS OU A MANDA PARA
      *                            AS REJEITADAS COM O MOTIVO.
      ******************************************************************
       2000-PROCESSA-LINHA.
            MOVE SPACES TO WS-MOTIVO
            MOVE ZEROS TO WS-ENT-CD
            MOVE ZEROS TO WS-ENT-NOTAS
            MOVE NLM-LINHA TO WS-CSV-LINHA
            PERFORM 3000-SEPARA-CAMPOS THRU 3000-FIM

            IF WS-COLUNA-ID > WS-QTD-CAMPOS
               OR WS-CAMPO(WS-COLUNA-ID) = SPACES
                MOVE 'CSV' TO WS-MOTIVO
                GO TO 2000-APLICA
            END-IF
            MOVE WS-CAMPO(WS-COLUNA-ID) TO WS-ENT-CD-TXT
            PERFORM 3200-CONVERTE-CD THRU 3200-FIM
            IF NOT ENTRADA-ACEITA
                GO TO 2000-APLICA
            END-IF

            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 4 OR NOT ENTRADA-ACEITA
                IF WS-MAPA-COLUNA(WS-IDX-NOTA) > ZEROS
                   AND WS-MAPA-COLUNA(WS-IDX-NOTA) <= WS-QTD-CAMPOS
                    MOVE WS-CAMPO(WS-MAPA-COLUNA(WS-IDX-NOTA))
                      TO WS-NOTA-TXT
                    PERFORM 3300-CONVERTE-NOTA THRU 3300-FIM
                END-IF
            END-PERFORM
            IF NOT ENTRADA-ACEITA
                GO TO 2000-APLICA
            END-IF

            PERFORM 3500-CRITICA-ENTRADA THRU 3500-FIM.

       2000-APLICA.
            IF ENTRADA-ACEITA
                PERFORM 4000-GUARDA-ACEITA THRU 4000-FIM
            ELSE
                PERFORM 4500-GRAVA-REJEITADA THRU 4500-FIM
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-SEPARA-CAMPOS  --  SEPARA WS-CSV-LINHA NOS CAMPOS DA
      *                           TABELA: VIRGULA FORA DE ASPAS FECHA
      *                           O CAMPO; "" DENTRO DAS ASPAS VIRA
      *                           UMA ASPA; CAMPO ALEM DE 60 POSICOES
      *                           E TRUNCADO.
      ******************************************************************
       3000-SEPARA-CAMPOS.
            MOVE SPACES TO WS-TAB-CAMPOS
            MOVE 1 TO WS-QTD-CAMPOS
            MOVE 1 TO WS-VAL-OUT
            MOVE 0 TO WS-ENTRE-ASPAS
            MOVE 1000 TO WS-LINHA-TAM
            PERFORM UNTIL WS-LINHA-TAM = 0
                    OR WS-CSV-LINHA(WS-LINHA-TAM:1) NOT = SPACE
                SUBTRACT 1 FROM WS-LINHA-TAM
            END-PERFORM
            MOVE 1 TO WS-SCAN-IDX
            PERFORM 3050-TRATA-CARACTER THRU 3050-FIM
                UNTIL WS-SCAN-IDX > WS-LINHA-TAM.
       3000-FIM.
            EXIT.

       3050-TRATA-CARACTER.
            MOVE WS-CSV-LINHA(WS-SCAN-IDX:1) TO WS-VAL-CHAR
            IF DENTRO-DAS-ASPAS
                IF WS-VAL-CHAR = '"'
                    IF WS-SCAN-IDX < WS-LINHA-TAM
                       AND WS-CSV-LINHA(WS-SCAN-IDX + 1:1) = '"'
                        PERFORM 3080-GUARDA-CARACTER THRU 3080-FIM
                        ADD 1 TO WS-SCAN-IDX
                    ELSE
                        MOVE 0 TO WS-ENTRE-ASPAS
                    END-IF
                ELSE
                    PERFORM 3080-GUARDA-CARACTER THRU 3080-FIM
                END-IF
            ELSE
                EVALUATE WS-VAL-CHAR
                    WHEN '"'
                        MOVE 1 TO WS-ENTRE-ASPAS
                    WHEN ','
                        IF WS-QTD-CAMPOS < 60
                            ADD 1 TO WS-QTD-CAMPOS
                            MOVE 1 TO WS-VAL-OUT
                        ELSE
                            MOVE WS-LINHA-TAM TO WS-SCAN-IDX
                        END-IF
                    WHEN OTHER
                        PERFORM 3080-GUARDA-CARACTER THRU 3080-FIM
                END-EVALUATE
            END-IF
            ADD 1 TO WS-SCAN-IDX.
       3050-FIM.
            EXIT.

       3080-GUARDA-CARACTER.
            IF WS-VAL-OUT <= 60
                MOVE WS-VAL-CHAR TO
                     WS-CAMPO(WS-QTD-CAMPOS)(WS-VAL-OUT:1)
                ADD 1 TO WS-VAL-OUT
            END-IF.
       3080-FIM.
            EXIT.

      ******************************************************************
      * 3200-CONVERTE-CD  --  O idnumber DO AMBIENTE E A+CD-STUDENT
      *                         (ACEITA TAMBEM O CD PURO); O RESTO TEM
      *                         DE SER NUMERICO, SENAO MOTIVO ALU.
      ******************************************************************
       3200-CONVERTE-CD.
            MOVE FUNCTION TRIM(WS-ENT-CD-TXT) TO WS-ENT-CD-TXT
            IF WS-ENT-CD-TXT(1:1) = 'A' OR WS-ENT-CD-TXT(1:1) = 'a'
                MOVE WS-ENT-CD-TXT(2:) TO WS-NOTA-TXT
                MOVE WS-NOTA-TXT TO WS-ENT-CD-TXT
            END-IF
            IF WS-ENT-CD-TXT = SPACES
               OR WS-ENT-CD-TXT(6:1) NOT = SPACE
                MOVE 'ALU' TO WS-MOTIVO
                GO TO 3200-FIM
            END-IF
            PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                    UNTIL WS-VAL-IDX > 5
                    OR WS-ENT-CD-TXT(WS-VAL-IDX:1) = SPACE
                IF WS-ENT-CD-TXT(WS-VAL-IDX:1) < '0'
                   OR WS-ENT-CD-TXT(WS-VAL-IDX:1) > '9'
                    MOVE 'ALU' TO WS-MOTIVO
                    MOVE 9 TO WS-VAL-IDX
                END-IF
            END-PERFORM
            IF WS-MOTIVO = SPACES
                COMPUTE WS-ENT-CD = FUNCTION NUMVAL(WS-ENT-CD-TXT)
            END-IF.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 3300-CONVERTE-NOTA  --  CONVERTE A NOTA DA ATIVIDADE: BRANCO
      *                           OU "-" (SEM NOTA) VALE ZERO, VIRGULA
      *                           DECIMAL VIRA PONTO; FORA DE DIGITOS
      *                           E UM SEPARADOR, MOTIVO NOT.
      ******************************************************************
       3300-CONVERTE-NOTA.
            MOVE FUNCTION TRIM(WS-NOTA-TXT) TO WS-NOTA-TXT
            IF WS-NOTA-TXT = SPACES OR WS-NOTA-TXT = '-'
                MOVE ZEROS TO WS-ENT-NOTA(WS-IDX-NOTA)
                GO TO 3300-FIM
            END-IF
            INSPECT WS-NOTA-TXT REPLACING ALL ',' BY '.'
            MOVE ZEROS TO WS-QTD-PONTOS
            PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                    UNTIL WS-VAL-IDX > 10
                    OR WS-NOTA-TXT(WS-VAL-IDX:1) = SPACE
                IF WS-NOTA-TXT(WS-VAL-IDX:1) = '.'
                    ADD 1 TO WS-QTD-PONTOS
                ELSE
                    IF WS-NOTA-TXT(WS-VAL-IDX:1) < '0'
                       OR WS-NOTA-TXT(WS-VAL-IDX:1) > '9'
                        MOVE 'NOT' TO WS-MOTIVO
                    END-IF
                END-IF
            END-PERFORM
            IF WS-QTD-PONTOS > 1 OR WS-NOTA-TXT(11:1) NOT = SPACE
                MOVE 'NOT' TO WS-MOTIVO
            END-IF
            IF NOT ENTRADA-ACEITA
                GO TO 3300-FIM
            END-IF
            COMPUTE WS-NOTA-NUM = FUNCTION NUMVAL(WS-NOTA-TXT)
            IF WS-NOTA-NUM > 100.00
                MOVE 'NOT' TO WS-MOTIVO
                GO TO 3300-FIM
            END-IF
            MOVE WS-NOTA-NUM TO WS-ENT-NOTA(WS-IDX-NOTA).
       3300-FIM.
            EXIT.

      ******************************************************************
      * 3500-CRITICA-ENTRADA  --  CRITICA O CD CONTRA O CADASTRO, A
      *                             MATERIA DA TURMA CONTRA O CATALOGO,
      *                             A INSCRICAO NA TURMA, A ATRIBUICAO
      *                             DO PROFESSOR DO OPERADOR E A
      *                             JANELA DE LANCAMENTO.
      ******************************************************************
       3500-CRITICA-ENTRADA.
            MOVE WS-ENT-CD TO CD-STUDENT
            READ ESTUDANTE
                 INVALID KEY
                     MOVE 'ALU' TO WS-MOTIVO
                     GO TO 3500-FIM
            END-READ

            PERFORM 3600-VALIDA-MATERIA THRU 3600-FIM
            IF NOT MATERIA-VALIDA
                MOVE 'MAT' TO WS-MOTIVO
                GO TO 3500-FIM
            END-IF

            IF ARQ-INSCRICAO-PRESENTE
                PERFORM 3700-VALIDA-INSCRICAO THRU 3700-FIM
                IF NOT ALUNO-INSCRITO
                    MOVE 'INS' TO WS-MOTIVO
                    GO TO 3500-FIM
                END-IF
            END-IF

            PERFORM 3800-CONFERE-PROFESSOR THRU 3800-FIM
            IF NOT ENTRADA-ACEITA
                GO TO 3500-FIM
            END-IF

            MOVE WS-DATA-HOJE TO CAL-DATA OF WS-CAL-PARM
            MOVE WS-PERIODO-LMS TO CAL-PERIODO OF WS-CAL-PARM
            CALL 'CALENDARIOLETIVO' USING WS-CAL-PARM
            IF CAL-LANC-FORA-JANELA OF WS-CAL-PARM
                MOVE 'JAN' TO WS-MOTIVO
            END-IF.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 3600-VALIDA-MATERIA  --  MESMA REGRA DO CALCULARNOTAS:
      *                            CATALOGO VAZIO VALIDA TUDO.
      ******************************************************************
       3600-VALIDA-MATERIA.
            IF WS-QTD-CATALOGO = ZEROS
                MOVE 1 TO WS-MATERIA-OK
                GO TO 3600-FIM
            END-IF
            MOVE 0 TO WS-MATERIA-OK
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CATALOGO
                IF WS-CATALOGO-NOME(WS-IDX-CAT) = WS-MATERIA-LMS
                    MOVE 1 TO WS-MATERIA-OK
                    MOVE WS-QTD-CATALOGO TO WS-IDX-CAT
                END-IF
            END-PERFORM.
       3600-FIM.
            EXIT.

      ******************************************************************
      * 3700-VALIDA-INSCRICAO  --  CONFERE SE O ALUNO TEM INSCRICAO
      *                              VIGENTE NA TURMA NO PERIODO.
      ******************************************************************
       3700-VALIDA-INSCRICAO.
            MOVE 0 TO WS-INSCRITO
            PERFORM VARYING WS-IDX-INS FROM 1 BY 1
                    UNTIL WS-IDX-INS > WS-QTD-INS
                IF WS-INS-CD(WS-IDX-INS) = WS-ENT-CD
                    MOVE 1 TO WS-INSCRITO
                    MOVE WS-QTD-INS TO WS-IDX-INS
                END-IF
            END-PERFORM.
       3700-FIM.
            EXIT.

      ******************************************************************
      * 3800-CONFERE-PROFESSOR  --  CONFERE, VIA CONFEREPROFTURMA, SE O
      *                              PROFESSOR VINCULADO AO OPERADOR
      *                              ESTA ATRIBUIDO A TURMA HOJE, COMO
      *                              NO IMPORTANOTASJSON.
      ******************************************************************
       3800-CONFERE-PROFESSOR.
            MOVE WS-OPERADOR-LMS TO PTC-OPER-ID OF WS-PTC-PARM
            MOVE SPACES TO PTC-PROF-CODIGO OF WS-PTC-PARM
            MOVE WS-TURMA-LMS TO PTC-TURMA OF WS-PTC-PARM
            MOVE WS-DATA-HOJE TO PTC-DATA OF WS-PTC-PARM
            CALL 'CONFEREPROFTURMA' USING WS-PTC-PARM
            IF PTC-ATRIBUIDO OF WS-PTC-PARM
               OR PTC-SEM-ATRIBUICOES OF WS-PTC-PARM
               OR PTC-SECRETARIA OF WS-PTC-PARM
                GO TO 3800-FIM
            END-IF
            MOVE 'PRF' TO WS-MOTIVO.
       3800-FIM.
            EXIT.

      ******************************************************************
      * 4000-GUARDA-ACEITA  --  MONTA O REGISTRO DE DETALHE DO LOTE E
      *                           O GUARDA NA TABELA (O CABECALHO *H
      *                           PRECISA DA QUANTIDADE TOTAL).
      ******************************************************************
       4000-GUARDA-ACEITA.
            IF WS-QTD-ACEITAS >= 2000
                MOVE 'CSV' TO WS-MOTIVO
                DISPLAY 'TABELA DE ACEITAS CHEIA - ENTRADA '
                        'REJEITADA PARA REENVIO.'
                PERFORM 4500-GRAVA-REJEITADA THRU 4500-FIM
                GO TO 4000-FIM
            END-IF
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-ENT-CD TO LOTE-CD-STUDENT
            MOVE NM-STUDENT TO LOTE-NOME-ALUNO
            MOVE WS-MATERIA-LMS TO LOTE-MATERIA
            MOVE WS-ENT-NOTA(1) TO LOTE-NOTA-1
            MOVE WS-ENT-NOTA(2) TO LOTE-NOTA-2
            MOVE WS-ENT-NOTA(3) TO LOTE-NOTA-3
            MOVE WS-ENT-NOTA(4) TO LOTE-NOTA-4
            MOVE WS-TURMA-LMS TO LOTE-TURMA
            MOVE WS-OPERADOR-LMS TO LOTE-OPER-ID

            ADD 1 TO WS-QTD-ACEITAS
            MOVE REG-LOTE-NOTAS TO WS-ACE-REG(WS-QTD-ACEITAS)
            COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS
                  + WS-ENT-NOTA(1) + WS-ENT-NOTA(2)
                  + WS-ENT-NOTA(3) + WS-ENT-NOTA(4).
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4500-GRAVA-REJEITADA  --  GRAVA A LINHA CSV RECUSADA NOS
      *                             REJEITADOS COM O MOTIVO NA FRENTE
      *                             E APONTA A RECUSA NO LOG CENTRAL.
      ******************************************************************
       4500-GRAVA-REJEITADA.
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE SPACES TO REJ-LINHA
            STRING WS-MOTIVO ' ' DELIMITED BY SIZE
                   WS-CSV-LINHA DELIMITED BY SIZE
               INTO REJ-LINHA
            END-STRING
            WRITE REJ-LINHA

            MOVE 'IMPORTANOTASLMS' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE '4500-GRAVA-REJEITADA' TO LOG-PARAGRAFO
                                            OF WS-LOG-PARM
            MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
            STRING 'NOTA DO AMBIENTE REJEITADA (' WS-MOTIVO
                   ') - TURMA: ' WS-TURMA-LMS ' CD: ' WS-ENT-CD
                   DELIMITED BY SIZE
                   INTO LOG-MENSAGEM OF WS-LOG-PARM
            END-STRING
            CALL 'LOGERRO' USING WS-LOG-PARM.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 5000-GRAVA-LOTE  --  OBTEM O LOTE ID DA SERIE LOTELMS VIA
      *                        GERATICKET E GRAVA O ARQUIVO DE LOTE
      *                        COMPLETO: *H, DETALHES E *T COM A SOMA
      *                        DAS NOTAS, PRONTO PARA O CALCULARNOTAS.
      ******************************************************************
       5000-GRAVA-LOTE.
            MOVE 'LOTELMS' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERACAO DE LOTE EM USO - LOTE NAO GERADO.'
                MOVE 8 TO RETURN-CODE
                GO TO 5000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-TICKET-ED
            MOVE SPACES TO WS-LOTE-ID
            STRING 'M' WS-TICKET-ED DELIMITED BY SIZE
               INTO WS-LOTE-ID
            END-STRING

            OPEN OUTPUT LOTE-NOTAS

            MOVE '*H' TO HDR-MARCA
            MOVE WS-LOTE-ID TO HDR-LOTE-ID
            MOVE WS-QTD-ACEITAS TO HDR-QTD-DECLARADA
            MOVE WS-DATA-HOJE TO HDR-DATA
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-LOTE-CABECALHO TO REG-LOTE-NOTAS
            WRITE REG-LOTE-NOTAS

            PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
                    UNTIL WS-IDX-ACE > WS-QTD-ACEITAS
                MOVE WS-ACE-REG(WS-IDX-ACE) TO REG-LOTE-NOTAS
                WRITE REG-LOTE-NOTAS
            END-PERFORM

            MOVE '*T' TO TRL-MARCA
            MOVE WS-QTD-ACEITAS TO TRL-QTD
            MOVE WS-SOMA-NOTAS TO TRL-SOMA-NOTAS
            MOVE SPACES TO REG-LOTE-NOTAS
            MOVE WS-LOTE-TRAILER TO REG-LOTE-NOTAS
            WRITE REG-LOTE-NOTAS

            CLOSE LOTE-NOTAS.
       5000-FIM.
            EXIT.

       END PROGRAM IMPORTANOTASLMS.
