      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MIGRACAO DE MATRIZ CURRICULAR: PARA UM CD-STUDENT ATIVO
      *         E UMA VERSAO DESTINO DA MATRIZ DO PROPRIO CURSO, MAIS
      *         NOVA QUE A DO ALUNO (MATRIZES_CURRICULARES.TXT,
      *         FD_MATRIZ_CURRICULAR), MAPEIA CADA MATERIA APROVADA
      *         VIGENTE DO HISTORICO (VIVO E ARQUIVO MORTO, ESTORNO
      *         ANULA, MEDIA >= MINIMA E FREQUENCIA >= 75%) PARA A
      *         GRADE DA VERSAO DESTINO - PELO NOME (APROVEITAMENTO
      *         DIRETO) OU PELA TABELA DE EQUIVALENCIA ENTRE AS
      *         VERSOES (EQUIV_MATRIZ.TXT, FD_EQUIV_MATRIZ) - E MOSTRA
      *         NA FOLHA DE ORIENTACAO O QUE E APROVEITADO, O QUE SE
      *         PERDE E O QUE FALTA CURSAR NA MATRIZ NOVA. SEM
      *         DD_MIGRA_EFETIVA=S SO SIMULA; COM ELA, GRAVA A
      *         STUDENT-VERSAO-MATRIZ PELO CAMINHO AUDITADO E POSTA AS
      *         EQUIVALENCIAS NO HISTORICO DE NOTAS (TIPO Q), NOS
      *         MOLDES DO TROCACURSO. VOLTAR PARA UMA VERSAO MAIS
      *         ANTIGA NAO E PERMITIDO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAMATRIZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
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

           SELECT MATRIZES ASSIGN TO DYNAMIC WS-MTZ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MTZ-FS.

           SELECT CURRICULO ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT EQUIV-MATRIZ ASSIGN TO DYNAMIC WS-EQM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EQM-FS.

           SELECT PARAM-MATERIAS ASSIGN TO DYNAMIC WS-PARAM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARAM-FS.

           SELECT DOCUMENTO ASSIGN TO DYNAMIC WS-DOC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD HISTORICO-ARQUIVO.
       01 REG-HIST-ARQUIVO             PIC X(157).

       FD MATRIZES.
          COPY FD_MATRIZ_CURRICULAR.

       FD CURRICULO.
          COPY FD_CURRICULO.

       FD EQUIV-MATRIZ.
          COPY FD_EQUIV_MATRIZ.

       FD PARAM-MATERIAS.
          COPY FD_PARAM_MATERIA.

       FD DOCUMENTO.
       01 DOC-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-HARQ-DD               PIC X(100) VALUE SPACES.
       01 WS-MTZ-DD                PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-EQM-DD                PIC X(100) VALUE SPACES.
       01 WS-PARAM-DD              PIC X(100) VALUE SPACES.
       01 WS-DOC-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-HARQ-FS               PIC XX VALUE SPACES.
          88 HARQ-FS-OK            VALUE '00'.
       77 WS-MTZ-FS                PIC XX VALUE SPACES.
          88 MTZ-FS-OK             VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
          88 CUR-FS-OK             VALUE '00'.
       77 WS-EQM-FS                PIC XX VALUE SPACES.
          88 EQM-FS-OK             VALUE '00'.
       77 WS-PARAM-FS              PIC XX VALUE SPACES.
          88 PARAM-FS-OK           VALUE '00'.
       77 WS-DOC-FS                PIC XX VALUE SPACES.
          88 DOC-FS-OK             VALUE '00'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 FIM-ARQUIVO           VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.
       77 WS-EFETIVA               PIC X VALUE SPACE.
          88 MIGRACAO-EFETIVA      VALUE 'S' 's'.
       77 WS-MIGRACAO-GRAVADA      PIC 9 VALUE 0.
          88 MIGRACAO-GRAVADA      VALUE 1.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
       77 WS-VERSAO-ATUAL          PIC X(04) VALUE SPACES.
       77 WS-PERIODO-ATUAL         PIC X(06) VALUE SPACES.
       77 WS-VERSAO-DESTINO        PIC X(04) VALUE SPACES.
       77 WS-PERIODO-DESTINO       PIC X(06) VALUE SPACES.
       77 WS-DESC-DESTINO          PIC X(30) VALUE SPACES.
       77 WS-ACHOU-DESTINO         PIC 9 VALUE 0.
          88 ACHOU-DESTINO         VALUE 1.

       01 WS-TABELA-PARAMETROS.
          05 WS-QTD-PARAM          PIC 9(03) VALUE 0.
          05 WS-PARAM-TAB OCCURS 50 TIMES.
             10 WS-PARAM-NOME      PIC X(50).
             10 WS-PARAM-MIN       PIC 9(3)V9(2).
             10 WS-PARAM-VIG       PIC 9(08).
       77 WS-POS-PRM               PIC 9(03) VALUE ZEROS.
       77 WS-NOTA-MINIMA           PIC 9(3)V9(2) VALUE 6.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.

      * GRADE DA VERSAO DESTINO (COBERTA = JA CUMPRIDA NA MIGRACAO)
       01 WS-TABELA-CURRICULO.
          05 WS-QTD-CUR            PIC 9(03) VALUE 0.
          05 WS-CUR-TAB OCCURS 200 TIMES.
             10 WS-CUR-MAT         PIC X(50).
             10 WS-CUR-TIPO-T      PIC X(01).
             10 WS-CUR-COBERTA     PIC 9(01).

      * EQUIVALENCIAS DA VERSAO ATUAL PARA A VERSAO DESTINO
       01 WS-TABELA-EQUIVALENCIAS.
          05 WS-QTD-EQM            PIC 9(03) VALUE 0.
          05 WS-EQM-TAB OCCURS 200 TIMES.
             10 WS-EQM-ORIGEM      PIC X(50).
             10 WS-EQM-DESTINO     PIC X(50).

      * LANCAMENTO VIGENTE POR MATERIA DO ALUNO E O SEU DESTINO NA
      * MIGRACAO: D DIRETA, Q EQUIVALENCIA, J EQUIVALENTE JA CURSADA,
      * P PERDIDA, N NAO APROVADA (FICA FORA DA FOLHA)
       01 WS-TABELA-VIGENTES.
          05 WS-QTD-VIG            PIC 9(03) VALUE 0.
          05 WS-VIG-TAB OCCURS 200 TIMES.
             10 WS-VIG-MATERIA     PIC X(50).
             10 WS-VIG-PERIODO     PIC X(06).
             10 WS-VIG-MEDIA       PIC 9(3)V9(2).
             10 WS-VIG-CONCEITO    PIC X(01).
             10 WS-VIG-FREQ        PIC 9(03).
             10 WS-VIG-ATIVO       PIC 9(01).
             10 WS-VIG-DESTINO     PIC X(01).
             10 WS-VIG-MAT-NOVA    PIC X(50).
       77 WS-POS-VIG               PIC 9(03) VALUE ZEROS.

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DIRETAS           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EQUIV             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JA-CURSADAS       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PERDIDAS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-A-CURSAR          PIC 9(03) VALUE ZEROS.
       77 WS-HIDX-ULT-SEQ          PIC 9(07) VALUE ZEROS.

       77 WS-MEDIA-ED              PIC ZZ9.99.
       77 WS-SITUACAO-ED           PIC X(22) VALUE SPACES.
       77 WS-VERSAO-ED             PIC X(08) VALUE SPACES.
       77 WS-VERSAO-ED-2           PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MIGRAMATRIZ - MIGRACAO DE MATRIZ CURRICULAR *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MIGRACAO NEGADA - OPERADOR SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-CD-TEXTO FROM ENVIRONMENT 'DD_CD_MIGRA'
            IF WS-CD-TEXTO = SPACES
                DISPLAY 'CD-STUDENT A MIGRAR DE MATRIZ: '
                ACCEPT WS-CD-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-CD-TEXTO) TO WS-CD-ALVO
            END-IF
            ACCEPT WS-VERSAO-DESTINO FROM ENVIRONMENT
                   'DD_MATRIZ_DESTINO'
            IF WS-VERSAO-DESTINO = SPACES
                DISPLAY 'VERSAO DA MATRIZ DESTINO: '
                ACCEPT WS-VERSAO-DESTINO
            END-IF
            IF WS-VERSAO-DESTINO = SPACES
                DISPLAY 'VERSAO DESTINO NAO INFORMADA - MIGRACAO NAO '
                        'PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            ACCEPT WS-EFETIVA FROM ENVIRONMENT 'DD_MIGRA_EFETIVA'

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-DOC-DD FROM ENVIRONMENT 'DD_MIGRA_MATRIZ_DOC'
            IF WS-DOC-DD = SPACES
                MOVE 'MIGRA_MATRIZ.RPT' TO WS-DOC-DD
            END-IF

            OPEN I-O ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'MIGRAMATRIZ' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE WS-CD-ALVO TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO EXISTE: ' WS-CD-ALVO
                    MOVE 4 TO RETURN-CODE
                    CLOSE ESTUDANTE
                    GO TO FIM-DO-PROGRAMA
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'ESTUDANTE ' WS-CD-ALVO ' NAO ESTA ATIVO '
                        '(SITUACAO: ' STUDENT-STATUS ') - MIGRACAO '
                        'NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE STUDENT-VERSAO-MATRIZ TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-ATUAL
            MOVE MTZ-P-PERIODO-VERSAO TO WS-PERIODO-ATUAL

            PERFORM 1000-CONFERE-DESTINO THRU 1000-FIM
            IF RETURN-CODE NOT = 0
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1100-CARREGA-PARAMETROS THRU 1100-FIM
            PERFORM 1200-CARREGA-CURRICULO THRU 1200-FIM
            IF WS-QTD-CUR = 0
                DISPLAY 'SEM GRADE CURRICULAR PARA O CURSO '
                        COURSE-CODE ' MATRIZ ' WS-VERSAO-DESTINO
                        ' - MIGRACAO NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1300-CARREGA-EQUIVALENCIAS THRU 1300-FIM

            PERFORM 2000-CARREGA-VIGENTES THRU 2000-FIM
            PERFORM 3000-MAPEIA-MATERIAS THRU 3000-FIM

            IF MIGRACAO-EFETIVA
                PERFORM 6000-EFETIVA-MIGRACAO THRU 6000-FIM
                IF NOT MIGRACAO-GRAVADA
                    DISPLAY 'MIGRACAO NAO EFETIVADA - VER O LOG DE '
                            'ERROS.'
                    CLOSE ESTUDANTE
                    GO TO FIM-DO-PROGRAMA
                END-IF
            END-IF
            PERFORM 5000-EMITE-FOLHA THRU 5000-FIM
            CLOSE ESTUDANTE

            DISPLAY 'APROVEITADAS DIRETAS.....: ' WS-QTD-DIRETAS
            DISPLAY 'APROVEITADAS POR EQUIV...: ' WS-QTD-EQUIV
            DISPLAY 'EQUIVALENTES JA CURSADAS.: ' WS-QTD-JA-CURSADAS
            DISPLAY 'PERDIDAS.................: ' WS-QTD-PERDIDAS
            DISPLAY 'A CURSAR NA MATRIZ NOVA..: ' WS-QTD-A-CURSAR
            IF MIGRACAO-GRAVADA
                DISPLAY 'MIGRACAO EFETIVADA - MATRIZ ANTERIOR: '
                        WS-VERSAO-ED ' MATRIZ NOVA: ' WS-VERSAO-DESTINO
            ELSE
                DISPLAY 'SIMULACAO - NADA FOI GRAVADO (USE '
                        'DD_MIGRA_EFETIVA=S PARA EFETIVAR).'
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0600-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR.
      ******************************************************************
       0600-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA DO OPERADOR: '
                ACCEPT WS-SENHA
            END-IF
            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CONFERE-DESTINO  --  A VERSAO DESTINO PRECISA EXISTIR NAS
      *                             MATRIZES DO CURSO DO ALUNO, SER
      *                             DIFERENTE DA ATUAL E TER PERIODO
      *                             INICIAL POSTERIOR AO DA ATUAL (A
      *                             MATRIZ ORIGINAL E ANTERIOR A
      *                             TODAS). CASO CONTRARIO: RC 4.
      ******************************************************************
       1000-CONFERE-DESTINO.
            IF WS-VERSAO-ATUAL = SPACES
                MOVE 'ORIGINAL' TO WS-VERSAO-ED
            ELSE
                MOVE WS-VERSAO-ATUAL TO WS-VERSAO-ED
            END-IF
            IF WS-VERSAO-DESTINO = WS-VERSAO-ATUAL
                DISPLAY 'O ALUNO JA ESTA NA MATRIZ ' WS-VERSAO-DESTINO
                        ' - MIGRACAO NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF

            ACCEPT WS-MTZ-DD FROM ENVIRONMENT 'DD_MATRIZES'
            IF WS-MTZ-DD = SPACES
                MOVE 'MATRIZES_CURRICULARES.TXT' TO WS-MTZ-DD
            END-IF
            OPEN INPUT MATRIZES
            IF NOT MTZ-FS-OK
                DISPLAY 'CADASTRO DE MATRIZES AUSENTE: ' WS-MTZ-DD
                        ' - MIGRACAO NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ MATRIZES
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF MTZ-COURSE-CODE = COURSE-CODE
                           AND MTZ-VERSAO = WS-VERSAO-DESTINO
                            MOVE 1 TO WS-ACHOU-DESTINO
                            MOVE MTZ-PERIODO-INICIAL
                              TO WS-PERIODO-DESTINO
                            MOVE MTZ-DESCRICAO TO WS-DESC-DESTINO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATRIZES

            IF NOT ACHOU-DESTINO
                DISPLAY 'MATRIZ ' WS-VERSAO-DESTINO ' NAO CADASTRADA '
                        'PARA O CURSO ' COURSE-CODE
                        ' - MIGRACAO NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            IF WS-VERSAO-ATUAL NOT = SPACES
               AND WS-PERIODO-DESTINO NOT > WS-PERIODO-ATUAL
                DISPLAY 'MATRIZ ' WS-VERSAO-DESTINO ' (DESDE '
                        WS-PERIODO-DESTINO ') NAO E MAIS NOVA QUE A '
                        'ATUAL ' WS-VERSAO-ATUAL ' (DESDE '
                        WS-PERIODO-ATUAL ') - MIGRACAO NAO '
                        'PROCESSADA.'
                MOVE 4 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PARAMETROS  --  CARREGA A NOTA MINIMA POR MATERIA
      *                                EM VIGOR HOJE (PADRAO 6 QUANDO
      *                                AUSENTE), COMO NO TROCACURSO.
      ******************************************************************
       1100-CARREGA-PARAMETROS.
            ACCEPT WS-PARAM-DD FROM ENVIRONMENT 'DD_PARAM_MATERIA'
            IF WS-PARAM-DD = SPACES
                MOVE 'MATERIA_NOTA_MINIMA.TXT' TO WS-PARAM-DD
            END-IF
            OPEN INPUT PARAM-MATERIAS
            IF NOT PARAM-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ PARAM-MATERIAS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM 1150-ACOMODA-PARAMETRO
                             THRU 1150-FIM
                END-READ
            END-PERFORM
            CLOSE PARAM-MATERIAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1150-ACOMODA-PARAMETRO  --  FICA COM A VERSAO DE MAIOR
      *                               VIGENCIA QUE NAO PASSE DE HOJE.
      ******************************************************************
       1150-ACOMODA-PARAMETRO.
            IF PARAM-DT-VIGENCIA NOT NUMERIC
                MOVE ZEROS TO PARAM-DT-VIGENCIA
            END-IF
            IF PARAM-DT-VIGENCIA > WS-DATA-HOJE
                GO TO 1150-FIM
            END-IF
            MOVE 0 TO WS-POS-PRM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PARAM
                IF WS-PARAM-NOME(WS-IDX) = PARAM-MATERIA
                    MOVE WS-IDX TO WS-POS-PRM
                    MOVE WS-QTD-PARAM TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-PRM = 0
                IF WS-QTD-PARAM >= 50
                    GO TO 1150-FIM
                END-IF
                ADD 1 TO WS-QTD-PARAM
                MOVE WS-QTD-PARAM TO WS-POS-PRM
                MOVE PARAM-MATERIA TO WS-PARAM-NOME(WS-POS-PRM)
                MOVE PARAM-NOTA-MINIMA TO WS-PARAM-MIN(WS-POS-PRM)
                MOVE PARAM-DT-VIGENCIA TO WS-PARAM-VIG(WS-POS-PRM)
                GO TO 1150-FIM
            END-IF
            IF PARAM-DT-VIGENCIA >= WS-PARAM-VIG(WS-POS-PRM)
                MOVE PARAM-NOTA-MINIMA TO WS-PARAM-MIN(WS-POS-PRM)
                MOVE PARAM-DT-VIGENCIA TO WS-PARAM-VIG(WS-POS-PRM)
            END-IF.
       1150-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-CURRICULO  --  CARREGA A GRADE DO CURSO NA VERSAO
      *                               DESTINO.
      ******************************************************************
       1200-CARREGA-CURRICULO.
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
            IF WS-CUR-DD = SPACES
                MOVE 'CURRICULO.TXT' TO WS-CUR-DD
            END-IF
            OPEN INPUT CURRICULO
            IF NOT CUR-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ CURRICULO
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF CUR-COURSE-CODE = COURSE-CODE
                           AND CUR-VERSAO = WS-VERSAO-DESTINO
                           AND WS-QTD-CUR < 200
                            ADD 1 TO WS-QTD-CUR
                            MOVE CUR-MATERIA TO WS-CUR-MAT(WS-QTD-CUR)
                            IF CUR-ELETIVA
                                MOVE 'E' TO WS-CUR-TIPO-T(WS-QTD-CUR)
                            ELSE
                                MOVE 'O' TO WS-CUR-TIPO-T(WS-QTD-CUR)
                            END-IF
                            MOVE 0 TO WS-CUR-COBERTA(WS-QTD-CUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CURRICULO.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-EQUIVALENCIAS  --  CARREGA SO AS LINHAS DO CURSO
      *                                   DA VERSAO ATUAL DO ALUNO
      *                                   PARA A VERSAO DESTINO.
      ******************************************************************
       1300-CARREGA-EQUIVALENCIAS.
            ACCEPT WS-EQM-DD FROM ENVIRONMENT 'DD_EQUIV_MATRIZ'
            IF WS-EQM-DD = SPACES
                MOVE 'EQUIV_MATRIZ.TXT' TO WS-EQM-DD
            END-IF
            OPEN INPUT EQUIV-MATRIZ
            IF NOT EQM-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ EQUIV-MATRIZ
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF EQM-COURSE-CODE = COURSE-CODE
                           AND EQM-VERSAO-ORIGEM = WS-VERSAO-ATUAL
                           AND EQM-VERSAO-DESTINO = WS-VERSAO-DESTINO
                           AND WS-QTD-EQM < 200
                            ADD 1 TO WS-QTD-EQM
                            MOVE EQM-MATERIA-ORIGEM
                              TO WS-EQM-ORIGEM(WS-QTD-EQM)
                            MOVE EQM-MATERIA-DESTINO
                              TO WS-EQM-DESTINO(WS-QTD-EQM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EQUIV-MATRIZ.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 2000-CARREGA-VIGENTES  --  MONTA O LANCAMENTO VIGENTE DE CADA
      *                              MATERIA DO ALUNO, PRIMEIRO DO
      *                              ARQUIVO MORTO E DEPOIS DO VIVO
      *                              (ESTORNO ANULA, POSTERIOR
      *                              SUBSTITUI).
      ******************************************************************
       2000-CARREGA-VIGENTES.
            ACCEPT WS-HARQ-DD FROM ENVIRONMENT 'DD_HISTORICO_ARQUIVO'
            IF WS-HARQ-DD NOT = SPACES
                OPEN INPUT HISTORICO-ARQUIVO
                IF HARQ-FS-OK
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ HISTORICO-ARQUIVO
                            AT END
                                MOVE 'F' TO WS-EOF
                            NOT AT END
                                MOVE REG-HIST-ARQUIVO TO REG-HISTORICO
                                IF HIST-CD-STUDENT = WS-CD-ALVO
                                    PERFORM 2100-REGISTRA-NO-MAPA
                                         THRU 2100-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE HISTORICO-ARQUIVO
                END-IF
            END-IF
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE WS-CD-ALVO TO HIDX-CD-STUDENT
            MOVE ZEROS TO HIDX-SEQ
            MOVE 'N' TO WS-EOF
            START HISTORICO-NOTAS KEY >= HIDX-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START
            PERFORM UNTIL FIM-ARQUIVO
                READ HISTORICO-NOTAS NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF HIDX-CD-STUDENT NOT = WS-CD-ALVO
                            MOVE 'F' TO WS-EOF
                        ELSE
                            MOVE HIDX-IMAGEM TO REG-HISTORICO
                            PERFORM 2100-REGISTRA-NO-MAPA
                                 THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-REGISTRA-NO-MAPA  --  ATUALIZA O LANCAMENTO VIGENTE DA
      *                              MATERIA CORRENTE.
      ******************************************************************
       2100-REGISTRA-NO-MAPA.
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
                    GO TO 2100-FIM
                END-IF
                ADD 1 TO WS-QTD-VIG
                MOVE WS-QTD-VIG TO WS-POS-VIG
                MOVE HIST-MATERIA TO WS-VIG-MATERIA(WS-POS-VIG)
            END-IF
            IF HIST-LANC-ESTORNO
                MOVE 0 TO WS-VIG-ATIVO(WS-POS-VIG)
            ELSE
                MOVE 1 TO WS-VIG-ATIVO(WS-POS-VIG)
                MOVE HIST-PERIODO TO WS-VIG-PERIODO(WS-POS-VIG)
                MOVE HIST-MEDIA TO WS-VIG-MEDIA(WS-POS-VIG)
                MOVE HIST-CONCEITO TO WS-VIG-CONCEITO(WS-POS-VIG)
                MOVE HIST-FREQUENCIA TO WS-VIG-FREQ(WS-POS-VIG)
            END-IF.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-MAPEIA-MATERIAS  --  CLASSIFICA CADA MATERIA VIGENTE:
      *                             APROVADA E NA GRADE NOVA (DIRETA),
      *                             APROVADA COM EQUIVALENCIA ENTRE AS
      *                             VERSOES PARA A GRADE NOVA, OU
      *                             PERDIDA; E CONTA O QUE FALTA
      *                             CURSAR.
      ******************************************************************
       3000-MAPEIA-MATERIAS.
      * PRIMEIRO AS DIRETAS, PARA A EQUIVALENCIA NAO DUPLICAR UMA
      * MATERIA QUE O ALUNO JA TEM APROVADA COM O MESMO NOME
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                MOVE 'N' TO WS-VIG-DESTINO(WS-POS-VIG)
                MOVE SPACES TO WS-VIG-MAT-NOVA(WS-POS-VIG)
                IF WS-VIG-ATIVO(WS-POS-VIG) = 1
                    PERFORM 3050-CONFERE-APROVACAO THRU 3050-FIM
                END-IF
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-QTD-CUR
                        IF WS-CUR-MAT(WS-IDX) =
                           WS-VIG-MATERIA(WS-POS-VIG)
                            MOVE 'D' TO WS-VIG-DESTINO(WS-POS-VIG)
                            MOVE WS-CUR-MAT(WS-IDX)
                              TO WS-VIG-MAT-NOVA(WS-POS-VIG)
                            MOVE 1 TO WS-CUR-COBERTA(WS-IDX)
                            ADD 1 TO WS-QTD-DIRETAS
                            MOVE WS-QTD-CUR TO WS-IDX
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                    PERFORM 3100-BUSCA-EQUIVALENCIA THRU 3100-FIM
                END-IF
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                    ADD 1 TO WS-QTD-PERDIDAS
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-COBERTA(WS-IDX) = 0
                    ADD 1 TO WS-QTD-A-CURSAR
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3050-CONFERE-APROVACAO  --  MARCA COMO P (A MAPEAR) A MATERIA
      *                               VIGENTE COM MEDIA >= MINIMA DA
      *                               MATERIA E FREQUENCIA >= 75%.
      ******************************************************************
       3050-CONFERE-APROVACAO.
            MOVE 6 TO WS-NOTA-MINIMA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PARAM
                IF WS-PARAM-NOME(WS-IDX) = WS-VIG-MATERIA(WS-POS-VIG)
                    MOVE WS-PARAM-MIN(WS-IDX) TO WS-NOTA-MINIMA
                    MOVE WS-QTD-PARAM TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-VIG-MEDIA(WS-POS-VIG) >= WS-NOTA-MINIMA
               AND WS-VIG-FREQ(WS-POS-VIG) >= WS-FREQ-MINIMA
                MOVE 'P' TO WS-VIG-DESTINO(WS-POS-VIG)
            END-IF.
       3050-FIM.
            EXIT.

      ******************************************************************
      * 3100-BUSCA-EQUIVALENCIA  --  MATERIA DA VERSAO ATUAL -> MATERIA
      *                                DA VERSAO DESTINO PELA TABELA DE
      *                                EQUIVALENCIA, QUE PRECISA ESTAR
      *                                NA GRADE NOVA. DESTINO JA
      *                                COBERTO POR APROVACAO DIRETA
      *                                FICA COMO J (NAO E POSTADO DE
      *                                NOVO).
      ******************************************************************
       3100-BUSCA-EQUIVALENCIA.
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-EQM
                IF WS-EQM-ORIGEM(WS-IDX-2) = WS-VIG-MATERIA(WS-POS-VIG)
                    PERFORM 3150-CONFERE-DESTINO THRU 3150-FIM
                    IF WS-VIG-DESTINO(WS-POS-VIG) NOT = 'P'
                        MOVE WS-QTD-EQM TO WS-IDX-2
                    END-IF
                END-IF
            END-PERFORM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3150-CONFERE-DESTINO  --  PROCURA A MATERIA DESTINO DA
      *                             EQUIVALENCIA NA GRADE NOVA.
      ******************************************************************
       3150-CONFERE-DESTINO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-MAT(WS-IDX) = WS-EQM-DESTINO(WS-IDX-2)
                    MOVE WS-CUR-MAT(WS-IDX)
                      TO WS-VIG-MAT-NOVA(WS-POS-VIG)
                    IF WS-CUR-COBERTA(WS-IDX) = 1
                        MOVE 'J' TO WS-VIG-DESTINO(WS-POS-VIG)
                        ADD 1 TO WS-QTD-JA-CURSADAS
                    ELSE
                        MOVE 'Q' TO WS-VIG-DESTINO(WS-POS-VIG)
                        MOVE 1 TO WS-CUR-COBERTA(WS-IDX)
                        ADD 1 TO WS-QTD-EQUIV
                    END-IF
                    MOVE WS-QTD-CUR TO WS-IDX
                END-IF
            END-PERFORM.
       3150-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-FOLHA  --  MONTA A FOLHA DE ORIENTACAO DA MIGRACAO
      *                         EM 132 COLUNAS: ANTES (MATERIAS
      *                         APROVADAS NA MATRIZ ATUAL) X DEPOIS
      *                         (DESTINO NA MATRIZ NOVA), O QUE FALTA
      *                         CURSAR E AS ASSINATURAS.
      ******************************************************************
       5000-EMITE-FOLHA.
            OPEN OUTPUT DOCUMENTO
            MOVE SPACES TO DOC-LINHA
            IF MIGRACAO-GRAVADA
                STRING 'FOLHA DE ORIENTACAO - MIGRACAO DE MATRIZ '
                       'CURRICULAR - EMITIDA EM '
                       CAB-DATA-FORMATADA OF WS-CAB-PARM
                       ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            ELSE
                STRING 'FOLHA DE ORIENTACAO - MIGRACAO DE MATRIZ '
                       'CURRICULAR (SIMULACAO) - EMITIDA EM '
                       CAB-DATA-FORMATADA OF WS-CAB-PARM
                       ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            END-IF
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'MATRICULA.......: ' CD-STUDENT
                   '  NOME: ' NM-STUDENT
                   '  CURSO: ' COURSE-CODE
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO WS-VERSAO-ED-2
            MOVE WS-VERSAO-DESTINO TO WS-VERSAO-ED-2
            MOVE SPACES TO DOC-LINHA
            STRING 'MATRIZ ATUAL....: ' WS-VERSAO-ED
                   '   MATRIZ NOVA: ' WS-VERSAO-ED-2
                   ' (DESDE ' WS-PERIODO-DESTINO ') '
                   WS-DESC-DESTINO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE 'ANTES - MATERIAS APROVADAS' TO DOC-LINHA
            MOVE 'DEPOIS - NA MATRIZ NOVA' TO DOC-LINHA(85:)
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'PERIODO  MATERIA'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            MOVE 'MEDIA SITUACAO' TO DOC-LINHA(61:)
            MOVE 'MATERIA' TO DOC-LINHA(85:)
            WRITE DOC-LINHA
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                IF WS-VIG-DESTINO(WS-POS-VIG) NOT = 'N'
                    PERFORM 5100-LINHA-MATERIA THRU 5100-FIM
                END-IF
            END-PERFORM

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'A CURSAR NA MATRIZ NOVA (' WS-QTD-A-CURSAR ')'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-COBERTA(WS-IDX) = 0
                    MOVE SPACES TO DOC-LINHA
                    MOVE WS-CUR-MAT(WS-IDX) TO DOC-LINHA(10:50)
                    IF WS-CUR-TIPO-T(WS-IDX) = 'E'
                        MOVE 'ELETIVA' TO DOC-LINHA(61:)
                    ELSE
                        MOVE 'OBRIGATORIA' TO DOC-LINHA(61:)
                    END-IF
                    WRITE DOC-LINHA
                END-IF
            END-PERFORM

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'DECLARO TER SIDO ORIENTADO SOBRE O APROVEITAMENTO '
                   'DE ESTUDOS NA MIGRACAO DE MATRIZ ACIMA.'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING '________________________________      '
                   '________________________________      '
                   '________________________________'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'ALUNO                                 '
                   'SECRETARIA ACADEMICA                  '
                   'COORDENACAO DO CURSO'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            IF NOT MIGRACAO-GRAVADA
                MOVE SPACES TO DOC-LINHA
                WRITE DOC-LINHA
                MOVE 'SIMULACAO - SEM VALOR DE MIGRACAO EFETIVADA.'
                  TO DOC-LINHA
                WRITE DOC-LINHA
            END-IF
            CLOSE DOCUMENTO
            DISPLAY 'FOLHA DE ORIENTACAO EMITIDA EM ' WS-DOC-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-LINHA-MATERIA  --  UMA LINHA ANTES/DEPOIS DA MATERIA
      *                           APROVADA CORRENTE.
      ******************************************************************
       5100-LINHA-MATERIA.
            EVALUATE WS-VIG-DESTINO(WS-POS-VIG)
                WHEN 'D'
                    MOVE 'APROVEITADA' TO WS-SITUACAO-ED
                WHEN 'Q'
                    MOVE 'EQUIVALENCIA' TO WS-SITUACAO-ED
                WHEN 'J'
                    MOVE 'JA CURSADA' TO WS-SITUACAO-ED
                WHEN OTHER
                    MOVE 'PERDIDA' TO WS-SITUACAO-ED
            END-EVALUATE
            MOVE WS-VIG-MEDIA(WS-POS-VIG) TO WS-MEDIA-ED
            MOVE SPACES TO DOC-LINHA
            STRING WS-VIG-PERIODO(WS-POS-VIG)
                   '   '
                   WS-VIG-MATERIA(WS-POS-VIG)
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            STRING WS-MEDIA-ED ' ' WS-SITUACAO-ED
                   DELIMITED BY SIZE INTO DOC-LINHA(60:)
            END-STRING
            IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                MOVE '-' TO DOC-LINHA(85:)
            ELSE
                MOVE WS-VIG-MAT-NOVA(WS-POS-VIG)(1:48)
                  TO DOC-LINHA(85:)
            END-IF
            WRITE DOC-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 6000-EFETIVA-MIGRACAO  --  GRAVA A VERSAO DESTINO EM
      *                              STUDENT-VERSAO-MATRIZ PELO CAMINHO
      *                              AUDITADO E POSTA AS EQUIVALENCIAS
      *                              NO HISTORICO DE NOTAS.
      ******************************************************************
       6000-EFETIVA-MIGRACAO.
            MOVE WS-VERSAO-DESTINO TO STUDENT-VERSAO-MATRIZ
            REWRITE REG-ESTUDANTE
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR ESTUDANTE ' CD-STUDENT
                    MOVE 'MIGRAMATRIZ' TO LOG-PROGRAMA OF WS-LOG-PARM
                    MOVE '6000-EFETIVA-MIGRACAO' TO LOG-PARAGRAFO
                                                     OF WS-LOG-PARM
                    MOVE 'ERRO AO REGRAVAR A MATRIZ NA MIGRACAO'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE WS-VERSAO-ATUAL TO STUDENT-VERSAO-MATRIZ
                    MOVE 4 TO RETURN-CODE
                    GO TO 6000-FIM
            END-REWRITE
            MOVE 1 TO WS-MIGRACAO-GRAVADA

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'A' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'VERSAO-MATRIZ' TO AUD-CAMPO
            MOVE WS-VERSAO-ATUAL TO AUD-VALOR-ANTIGO
            MOVE WS-VERSAO-DESTINO TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            IF WS-QTD-EQUIV > 0
                PERFORM 6100-POSTA-EQUIVALENCIAS THRU 6100-FIM
            END-IF.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6100-POSTA-EQUIVALENCIAS  --  POSTA NO HISTORICO DE NOTAS, COM
      *                                 O NOME DA MATERIA DA MATRIZ
      *                                 NOVA E TIPO Q, CADA APROVACAO
      *                                 APROVEITADA POR EQUIVALENCIA
      *                                 (MEDIA, CONCEITO, FREQUENCIA E
      *                                 PERIODO DE ORIGEM).
      ******************************************************************
       6100-POSTA-EQUIVALENCIAS.
            OPEN I-O HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                DISPLAY 'ERRO AO ABRIR HISTORICO DE NOTAS - '
                        'EQUIVALENCIAS NAO POSTADAS.'
                MOVE 'MIGRAMATRIZ' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '6100-POSTA-EQUIVALENCIAS' TO LOG-PARAGRAFO
                                                    OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O HISTORICO PARA AS EQUIVALENCIAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 6100-FIM
            END-IF
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'Q'
                    MOVE WS-CD-ALVO TO HIST-CD-STUDENT
                    MOVE NM-STUDENT TO HIST-NOME-ALUNO
                    MOVE WS-VIG-MAT-NOVA(WS-POS-VIG) TO HIST-MATERIA
                    MOVE WS-VIG-PERIODO(WS-POS-VIG) TO HIST-PERIODO
                    MOVE ZEROS TO HIST-NOTA-1
                    MOVE ZEROS TO HIST-NOTA-2
                    MOVE ZEROS TO HIST-NOTA-3
                    MOVE ZEROS TO HIST-NOTA-4
                    MOVE WS-VIG-MEDIA(WS-POS-VIG) TO HIST-MEDIA
                    MOVE WS-VIG-CONCEITO(WS-POS-VIG) TO HIST-CONCEITO
                    MOVE WS-VIG-FREQ(WS-POS-VIG) TO HIST-FREQUENCIA
                    MOVE 'Q' TO HIST-TIPO-LANC
                    MOVE SPACES TO HIST-TURMA
                    MOVE SPACES TO HIST-LOTE-ID
                    PERFORM 9800-GRAVA-HISTORICO THRU 9800-FIM
                END-IF
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 9800-GRAVA-HISTORICO  --  GRAVA REG-HISTORICO NO HISTORICO
      *                             INDEXADO NA PROXIMA SEQUENCIA DO
      *                             ALUNO (COMO NO TROCACURSO).
      ******************************************************************
       9800-GRAVA-HISTORICO.
            MOVE ZEROS TO WS-HIDX-ULT-SEQ
            MOVE HIST-CD-STUDENT TO HIDX-CD-STUDENT
            MOVE ZEROS TO HIDX-SEQ
            MOVE 'N' TO WS-EOF
            START HISTORICO-NOTAS KEY >= HIDX-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START
            PERFORM UNTIL FIM-ARQUIVO
                READ HISTORICO-NOTAS NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF HIDX-CD-STUDENT NOT = HIST-CD-STUDENT
                            MOVE 'F' TO WS-EOF
                        ELSE
                            MOVE HIDX-SEQ TO WS-HIDX-ULT-SEQ
                        END-IF
                END-READ
            END-PERFORM
            MOVE HIST-CD-STUDENT TO HIDX-CD-STUDENT
            COMPUTE HIDX-SEQ = WS-HIDX-ULT-SEQ + 1
            MOVE REG-HISTORICO TO HIDX-IMAGEM
            WRITE REG-HISTORICO-IDX
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O HISTORICO INDEXADO - '
                            'CHAVE ' HIDX-CHAVE
                    MOVE 4 TO RETURN-CODE
            END-WRITE.
       9800-FIM.
            EXIT.

       END PROGRAM MIGRAMATRIZ.
