      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LISTA DE INSCRICAO NO ENADE: PARA CADA CURSO DO CICLO
      *         DO ANO (ENADE_CICLO.TXT, DD_ENADE_ANO - PADRAO O ANO
      *         CORRENTE), SELECIONA OS ALUNOS ATIVOS INGRESSANTES
      *         (ENROLLMENT-DATE NO ANO) E CONCLUINTES (CARGA HORARIA
      *         DAS MATERIAS OBRIGATORIAS DA GRADE JA APROVADAS, PELO
      *         CATALOGO-CARGA-HORARIA - ZERO VALE 60 HORAS, COMO NO
      *         GPA - IGUAL OU ACIMA DO PERCENTUAL DO CICLO). A
      *         APROVACAO SEGUE AS REGRAS DO VERIFICAFORMATURA (ESTORNO
      *         ANULA, POSTERIOR SUBSTITUI, NOTA MINIMA DO
      *         PARAM-MATERIAS, FREQUENCIA >= 75%, ARQUIVO MORTO
      *         INCLUIDO). GERA O ARQUIVO DE INSCRICAO (ENADE_INSCRICAO
      *         .TXT, COM *H/*T) E INCLUI CADA SELECIONADO NO REGISTRO
      *         DE SITUACAO (ENADE.TXT) COMO INSCRITO - QUEM JA ESTAVA
      *         NO REGISTRO DO ANO MANTEM A SITUACAO. O JOB PODE SER
      *         RODADO DE NOVO NO MESMO ANO SEM DUPLICAR NADA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a lista do ENADE era montada a mao e
      *               aluno esquecido nela nao pode colar grau.
      * 15/10/26 RMS  O percentual do concluinte passou a ser
      *               apurado sobre a grade da versao da matriz
      *               curricular do aluno (RESOLVEMATRIZ), nao
      *               sobre todas as linhas do curso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAINSCRICAOENADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT ENADE-CICLO ASSIGN TO DYNAMIC WS-ECI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ECI-FS.

           SELECT ENADE ASSIGN TO DYNAMIC WS-ENA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENA-FS.

           SELECT INSCRICAO-ENADE ASSIGN TO DYNAMIC WS-INS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INS-FS.

           SELECT CURRICULO ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT CATALOGO-MATERIAS ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT HISTORICO-ARQUIVO ASSIGN TO DYNAMIC WS-HARQ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HARQ-FS.

           SELECT PARAM-MATERIAS ASSIGN TO DYNAMIC WS-PARAM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARAM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD ENADE-CICLO.
          COPY FD_ENADE_CICLO.

       FD ENADE.
          COPY FD_ENADE.

       FD INSCRICAO-ENADE.
       01 REG-INSCRICAO.
          03 INS-ANO                   PIC 9(04).
          03 INS-COURSE-CODE           PIC X(05).
          03 INS-CD-STUDENT            PIC 9(05).
          03 INS-NOME                  PIC X(20).
          03 INS-CPF                   PIC 9(11).
          03 INS-CATEGORIA             PIC X(01).
          03 INS-PCT-CONCLUIDO         PIC 9(03).

       FD CURRICULO.
          COPY FD_CURRICULO.

       FD CATALOGO-MATERIAS.
          COPY FD_CATALOGO_MATERIA.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD HISTORICO-ARQUIVO.
       01 REG-HIST-ARQUIVO            PIC X(157).

       FD PARAM-MATERIAS.
          COPY FD_PARAM_MATERIA.

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-ECI-DD                PIC X(100) VALUE SPACES.
       01 WS-ENA-DD                PIC X(100) VALUE SPACES.
       01 WS-INS-DD                PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-HARQ-DD               PIC X(100) VALUE SPACES.
       01 WS-PARAM-DD              PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-ECI-FS                PIC XX VALUE SPACES.
          88 ECI-FS-OK             VALUE '00'.
       77 WS-ENA-FS                PIC XX VALUE SPACES.
          88 ENA-FS-OK             VALUE '00'.
       77 WS-INS-FS                PIC XX VALUE SPACES.
          88 INS-FS-OK             VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
          88 CUR-FS-OK             VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-HARQ-FS               PIC XX VALUE SPACES.
          88 HARQ-FS-OK            VALUE '00'.
       77 WS-PARAM-FS              PIC XX VALUE SPACES.
          88 PARAM-FS-OK           VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

      * ANO DO CICLO
       77 WS-ANO-TEXTO             PIC X(04) VALUE SPACES.
       77 WS-ANO-REF               PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-PCT-PADRAO            PIC 9(03) VALUE 80.

      * CURSOS DO CICLO DO ANO, COM O PERCENTUAL DE CONCLUINTE
       01 WS-TABELA-CICLO.
          05 WS-QTD-CICLO          PIC 9(03) VALUE 0.
          05 WS-CICLO-TAB OCCURS 100 TIMES.
             10 WS-CIC-CURSO       PIC X(05).
             10 WS-CIC-PCT         PIC 9(03).
       77 WS-POS-CICLO             PIC 9(03) VALUE ZEROS.

       01 WS-TABELA-CURRICULO.
          05 WS-QTD-CUR            PIC 9(04) VALUE 0.
          05 WS-CUR-TAB OCCURS 2000 TIMES.
             10 WS-CUR-CURSO       PIC X(05).
             10 WS-CUR-MAT         PIC X(50).
             10 WS-CUR-HORAS       PIC 9(03).
             10 WS-CUR-VERSAO-T    PIC X(04).
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       77 WS-VERSAO-ALUNO          PIC X(04) VALUE SPACES.
       77 WS-HORAS-GRADE           PIC 9(06) VALUE ZEROS.

       01 WS-TABELA-CATALOGO.
          05 WS-QTD-CAT            PIC 9(03) VALUE 0.
          05 WS-CAT-TAB OCCURS 500 TIMES.
             10 WS-CAT-NOME        PIC X(50).
             10 WS-CAT-HORAS       PIC 9(03).
       77 WS-HORAS-PADRAO          PIC 9(03) VALUE 60.

       01 WS-TABELA-APROVACOES.
          05 WS-QTD-APR            PIC 9(05) VALUE 0.
          05 WS-APR-TAB OCCURS 10000 TIMES.
             10 WS-APR-CD          PIC 9(05).
             10 WS-APR-MATERIA     PIC X(50).
             10 WS-APR-MEDIA       PIC 9(3)V9(2).
             10 WS-APR-FREQ        PIC 9(03).
             10 WS-APR-ATIVO       PIC 9(01).
       77 WS-POS-APR               PIC 9(05) VALUE ZEROS.
       77 WS-IDX-APR               PIC 9(05) VALUE ZEROS.

       01 WS-TABELA-PARAMETROS.
          05 WS-QTD-MATERIAS       PIC 9(03) VALUE 0.
          05 WS-PARAM-TAB OCCURS 50 TIMES.
             10 WS-PARAM-NOME      PIC X(50).
             10 WS-PARAM-MIN       PIC 9(3)V9(2).
             10 WS-PARAM-VIG       PIC 9(08).
       77 WS-POS-PRM               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PRM               PIC 9(03) VALUE ZEROS.
       77 WS-NOTA-MINIMA           PIC 9(3)V9(2) VALUE 6.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.

      * REGISTRO DE SITUACAO EM MEMORIA (REGRAVADO INTEIRO NO FIM)
       01 WS-TABELA-ENADE.
          05 WS-QTD-ENA            PIC 9(04) VALUE 0.
          05 WS-ENA-TAB OCCURS 5000 TIMES.
             10 WS-TE-REGISTRO     PIC X(77).
       77 WS-POS-ENA               PIC 9(04) VALUE ZEROS.

      * SELECIONADOS DO ANO, PARA O ARQUIVO DE INSCRICAO (O *H
      * DECLARA A QUANTIDADE, POR ISSO O ARQUIVO SAI NO FIM)
       01 WS-TABELA-SELECAO.
          05 WS-QTD-SEL            PIC 9(04) VALUE 0.
          05 WS-SEL-TAB OCCURS 5000 TIMES.
             10 WS-SEL-REGISTRO    PIC X(49).

       01 WS-INS-CABECALHO.
          03 HDR-MARCA                PIC X(02) VALUE '*H'.
          03 HDR-REMETENTE            PIC X(08) VALUE 'ENADE'.
          03 HDR-QTD-DECLARADA        PIC 9(05) VALUE ZEROS.
          03 HDR-DATA                 PIC 9(08) VALUE ZEROS.
          03 HDR-ANO                  PIC 9(04) VALUE ZEROS.
       01 WS-INS-TRAILER.
          03 TRL-MARCA                PIC X(02) VALUE '*T'.
          03 TRL-QTD                  PIC 9(05) VALUE ZEROS.
          03 TRL-SOMA-CD              PIC 9(15) VALUE ZEROS.
       77 WS-SOMA-CD               PIC 9(15) VALUE ZEROS.

       77 WS-CATEGORIA             PIC X(01) VALUE SPACE.
       77 WS-HORAS-APROVADAS       PIC 9(06) VALUE ZEROS.
       77 WS-PCT-CONCLUIDO         PIC 9(03) VALUE ZEROS.
       77 WS-APROVADO              PIC 9 VALUE 0.
          88 MATERIA-APROVADA      VALUE 1.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.

       77 WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INGRESSANTES      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONCLUINTES       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JA-INSCRITOS      PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* GERAINSCRICAOENADE - INSCRICAO NO ENADE     *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 1000-INICIALIZA THRU 1000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO FIM-DO-PROGRAMA
            END-IF
            IF WS-QTD-CICLO = 0
                DISPLAY 'NENHUM CURSO NO CICLO DO ENADE DE '
                        WS-ANO-REF ' - NADA A INSCREVER.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR STUDENT.DAT: ' WS-EST-FS
                MOVE 'GERAINSCRICAOENADE' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR STUDENT.DAT'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 2000-PROCESSA-ESTUDANTE THRU 2000-FIM
                UNTIL EST-FIM-ARQUIVO
            CLOSE ESTUDANTE

            PERFORM 3000-GRAVA-INSCRICAO THRU 3000-FIM
            PERFORM 3500-REGRAVA-ENADE THRU 3500-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DA INSCRICAO NO ENADE ' WS-ANO-REF
                    ' ***'
            DISPLAY 'CURSOS NO CICLO..........: ' WS-QTD-CICLO
            DISPLAY 'ALUNOS LIDOS.............: ' WS-QTD-LIDOS
            DISPLAY 'INGRESSANTES.............: ' WS-QTD-INGRESSANTES
            DISPLAY 'CONCLUINTES..............: ' WS-QTD-CONCLUINTES
            DISPLAY 'NOVOS NO REGISTRO........: ' WS-QTD-NOVOS
            DISPLAY 'JA INSCRITOS NO ANO......: ' WS-QTD-JA-INSCRITOS
            DISPLAY 'ARQUIVO DE INSCRICAO.....: ' WS-INS-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  --  RESOLVE O ANO E OS DD E CARREGA O CICLO,
      *                        A GRADE, O CATALOGO, OS PARAMETROS, O
      *                        MAPA DE APROVACOES E O REGISTRO DE
      *                        SITUACAO.
      ******************************************************************
       1000-INICIALIZA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-ANO-TEXTO FROM ENVIRONMENT 'DD_ENADE_ANO'
            IF WS-ANO-TEXTO = SPACES
                MOVE WS-DATA-HOJE(1:4) TO WS-ANO-TEXTO
            END-IF
            IF WS-ANO-TEXTO NOT NUMERIC
                DISPLAY 'ANO DO CICLO INVALIDO: ' WS-ANO-TEXTO
                MOVE 8 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            MOVE WS-ANO-TEXTO TO WS-ANO-REF
            DISPLAY 'ANO DO CICLO.............: ' WS-ANO-REF

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-INS-DD FROM ENVIRONMENT 'DD_ENADE_INSCRICAO'
            IF WS-INS-DD = SPACES
                MOVE 'ENADE_INSCRICAO.TXT' TO WS-INS-DD
            END-IF

            PERFORM 1100-CARREGA-CICLO THRU 1100-FIM
            IF WS-QTD-CICLO = 0
                GO TO 1000-FIM
            END-IF
            PERFORM 1200-CARREGA-CATALOGO THRU 1200-FIM
            PERFORM 1300-CARREGA-CURRICULO THRU 1300-FIM
            PERFORM 1400-CARREGA-PARAMETROS THRU 1400-FIM
            PERFORM 1500-CARREGA-APROVACOES THRU 1500-FIM
            PERFORM 1700-CARREGA-ENADE THRU 1700-FIM.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-CICLO  --  CURSOS DO CICLO DO ANO (PERCENTUAL
      *                           ZERADO VALE O PADRAO DE 80%).
      ******************************************************************
       1100-CARREGA-CICLO.
            ACCEPT WS-ECI-DD FROM ENVIRONMENT 'DD_ENADE_CICLO'
            IF WS-ECI-DD = SPACES
                MOVE 'ENADE_CICLO.TXT' TO WS-ECI-DD
            END-IF
            OPEN INPUT ENADE-CICLO
            IF NOT ECI-FS-OK
                DISPLAY 'ARQUIVO DO CICLO AUSENTE: ' WS-ECI-DD
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ENADE-CICLO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF ECI-ANO = WS-ANO-REF
                           AND WS-QTD-CICLO < 100
                            ADD 1 TO WS-QTD-CICLO
                            MOVE ECI-COURSE-CODE TO
                                 WS-CIC-CURSO(WS-QTD-CICLO)
                            IF ECI-PCT-CONCLUINTE NUMERIC
                               AND ECI-PCT-CONCLUINTE > 0
                                MOVE ECI-PCT-CONCLUINTE TO
                                     WS-CIC-PCT(WS-QTD-CICLO)
                            ELSE
                                MOVE WS-PCT-PADRAO TO
                                     WS-CIC-PCT(WS-QTD-CICLO)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENADE-CICLO.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-CATALOGO  --  CARGA HORARIA POR MATERIA (ZERO VALE
      *                              60 HORAS).
      ******************************************************************
       1200-CARREGA-CATALOGO.
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            OPEN INPUT CATALOGO-MATERIAS
            IF NOT CAT-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CATALOGO-MATERIAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-CAT < 500
                            ADD 1 TO WS-QTD-CAT
                            MOVE CATALOGO-NOME-MATERIA TO
                                 WS-CAT-NOME(WS-QTD-CAT)
                            IF CATALOGO-CARGA-HORARIA NUMERIC
                               AND CATALOGO-CARGA-HORARIA > 0
                                MOVE CATALOGO-CARGA-HORARIA TO
                                     WS-CAT-HORAS(WS-QTD-CAT)
                            ELSE
                                MOVE WS-HORAS-PADRAO TO
                                     WS-CAT-HORAS(WS-QTD-CAT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-MATERIAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-CURRICULO  --  MATERIAS OBRIGATORIAS DOS CURSOS DO
      *                               CICLO, DE TODAS AS VERSOES DA
      *                               MATRIZ, COM A CARGA DO CATALOGO.
      ******************************************************************
       1300-CARREGA-CURRICULO.
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
            IF WS-CUR-DD = SPACES
                MOVE 'CURRICULO.TXT' TO WS-CUR-DD
            END-IF
            OPEN INPUT CURRICULO
            IF NOT CUR-FS-OK
                DISPLAY 'GRADE CURRICULAR AUSENTE - NENHUM '
                        'CONCLUINTE SERA SELECIONADO.'
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CURRICULO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CUR-OBRIGATORIA
                            PERFORM 1350-ACOMODA-GRADE THRU 1350-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CURRICULO.
       1300-FIM.
            EXIT.

       1350-ACOMODA-GRADE.
            MOVE 0 TO WS-POS-CICLO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CICLO
                IF WS-CIC-CURSO(WS-IDX) = CUR-COURSE-CODE
                    MOVE WS-IDX TO WS-POS-CICLO
                    MOVE WS-QTD-CICLO TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CICLO = 0 OR WS-QTD-CUR >= 2000
                GO TO 1350-FIM
            END-IF
            ADD 1 TO WS-QTD-CUR
            MOVE CUR-COURSE-CODE TO WS-CUR-CURSO(WS-QTD-CUR)
            MOVE CUR-MATERIA TO WS-CUR-MAT(WS-QTD-CUR)
            MOVE CUR-VERSAO TO WS-CUR-VERSAO-T(WS-QTD-CUR)
            MOVE WS-HORAS-PADRAO TO WS-CUR-HORAS(WS-QTD-CUR)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAT
                IF WS-CAT-NOME(WS-IDX) = CUR-MATERIA
                    MOVE WS-CAT-HORAS(WS-IDX) TO
                         WS-CUR-HORAS(WS-QTD-CUR)
                    MOVE WS-QTD-CAT TO WS-IDX
                END-IF
            END-PERFORM.
       1350-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-PARAMETROS  --  NOTA MINIMA POR MATERIA, NA VERSAO
      *                                DE MAIOR VIGENCIA ATE HOJE
      *                                (PADRAO 6 QUANDO AUSENTE).
      ******************************************************************
       1400-CARREGA-PARAMETROS.
            ACCEPT WS-PARAM-DD FROM ENVIRONMENT 'DD_PARAM_MATERIA'
            IF WS-PARAM-DD = SPACES
                MOVE 'MATERIA_NOTA_MINIMA.TXT' TO WS-PARAM-DD
            END-IF
            OPEN INPUT PARAM-MATERIAS
            IF NOT PARAM-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PARAM-MATERIAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 1450-ACOMODA-PARAMETRO
                             THRU 1450-FIM
                END-READ
            END-PERFORM
            CLOSE PARAM-MATERIAS.
       1400-FIM.
            EXIT.

       1450-ACOMODA-PARAMETRO.
            IF PARAM-DT-VIGENCIA NOT NUMERIC
                MOVE ZEROS TO PARAM-DT-VIGENCIA
            END-IF
            IF PARAM-DT-VIGENCIA > WS-DATA-HOJE
                GO TO 1450-FIM
            END-IF
            MOVE 0 TO WS-POS-PRM
            PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                    UNTIL WS-IDX-PRM > WS-QTD-MATERIAS
                IF WS-PARAM-NOME(WS-IDX-PRM) = PARAM-MATERIA
                    MOVE WS-IDX-PRM TO WS-POS-PRM
                    MOVE WS-QTD-MATERIAS TO WS-IDX-PRM
                END-IF
            END-PERFORM
            IF WS-POS-PRM = 0
                IF WS-QTD-MATERIAS >= 50
                    GO TO 1450-FIM
                END-IF
                ADD 1 TO WS-QTD-MATERIAS
                MOVE WS-QTD-MATERIAS TO WS-POS-PRM
                MOVE PARAM-MATERIA TO WS-PARAM-NOME(WS-POS-PRM)
                MOVE PARAM-NOTA-MINIMA TO WS-PARAM-MIN(WS-POS-PRM)
                MOVE PARAM-DT-VIGENCIA TO WS-PARAM-VIG(WS-POS-PRM)
                GO TO 1450-FIM
            END-IF
            IF PARAM-DT-VIGENCIA >= WS-PARAM-VIG(WS-POS-PRM)
                MOVE PARAM-NOTA-MINIMA TO WS-PARAM-MIN(WS-POS-PRM)
                MOVE PARAM-DT-VIGENCIA TO WS-PARAM-VIG(WS-POS-PRM)
            END-IF.
       1450-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-APROVACOES  --  MAPA DO LANCAMENTO VIGENTE DE CADA
      *                                ALUNO/MATERIA: ARQUIVO MORTO
      *                                (QUANDO INFORMADO) PRIMEIRO, O
      *                                VIVO DEPOIS, PARA O MAIS RECENTE
      *                                PREVALECER.
      ******************************************************************
       1500-CARREGA-APROVACOES.
            ACCEPT WS-HARQ-DD FROM ENVIRONMENT 'DD_HISTORICO_ARQUIVO'
            IF WS-HARQ-DD NOT = SPACES
                OPEN INPUT HISTORICO-ARQUIVO
                IF HARQ-FS-OK
                    MOVE 'N' TO WS-ARQ-EOF
                    PERFORM UNTIL ARQ-FIM
                        READ HISTORICO-ARQUIVO
                            AT END
                                MOVE 'F' TO WS-ARQ-EOF
                            NOT AT END
                                MOVE REG-HIST-ARQUIVO TO REG-HISTORICO
                                PERFORM 1550-REGISTRA-NO-MAPA
                                     THRU 1550-FIM
                        END-READ
                    END-PERFORM
                    CLOSE HISTORICO-ARQUIVO
                ELSE
                    DISPLAY 'ARQUIVO MORTO INFORMADO MAS AUSENTE: '
                            WS-HARQ-DD ' - SEGUINDO SO COM O VIVO.'
                END-IF
            END-IF

            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                DISPLAY 'HISTORICO DE NOTAS AUSENTE - NENHUM '
                        'CONCLUINTE SERA SELECIONADO.'
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ HISTORICO-NOTAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        PERFORM 1550-REGISTRA-NO-MAPA THRU 1550-FIM
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       1500-FIM.
            EXIT.

       1550-REGISTRA-NO-MAPA.
            MOVE 0 TO WS-POS-APR
            PERFORM VARYING WS-IDX-APR FROM 1 BY 1
                    UNTIL WS-IDX-APR > WS-QTD-APR
                IF WS-APR-CD(WS-IDX-APR) = HIST-CD-STUDENT
                   AND WS-APR-MATERIA(WS-IDX-APR) = HIST-MATERIA
                    MOVE WS-IDX-APR TO WS-POS-APR
                    MOVE WS-QTD-APR TO WS-IDX-APR
                END-IF
            END-PERFORM

            IF WS-POS-APR = 0
                IF HIST-LANC-ESTORNO OR WS-QTD-APR >= 10000
                    GO TO 1550-FIM
                END-IF
                ADD 1 TO WS-QTD-APR
                MOVE WS-QTD-APR TO WS-POS-APR
                MOVE HIST-CD-STUDENT TO WS-APR-CD(WS-POS-APR)
                MOVE HIST-MATERIA TO WS-APR-MATERIA(WS-POS-APR)
            END-IF

            IF HIST-LANC-ESTORNO
                MOVE 0 TO WS-APR-ATIVO(WS-POS-APR)
            ELSE
                MOVE 1 TO WS-APR-ATIVO(WS-POS-APR)
                MOVE HIST-MEDIA TO WS-APR-MEDIA(WS-POS-APR)
                MOVE HIST-FREQUENCIA TO WS-APR-FREQ(WS-POS-APR)
            END-IF.
       1550-FIM.
            EXIT.

      ******************************************************************
      * 1700-CARREGA-ENADE  --  CARREGA O REGISTRO DE SITUACAO INTEIRO;
      *                           ESTOURO DA TABELA ABORTA O JOB (A
      *                           REGRAVACAO PERDERIA REGISTROS).
      ******************************************************************
       1700-CARREGA-ENADE.
            ACCEPT WS-ENA-DD FROM ENVIRONMENT 'DD_ENADE'
            IF WS-ENA-DD = SPACES
                MOVE 'ENADE.TXT' TO WS-ENA-DD
            END-IF
            OPEN INPUT ENADE
            IF NOT ENA-FS-OK
                GO TO 1700-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ENADE
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-ENA < 5000
                            ADD 1 TO WS-QTD-ENA
                            MOVE REG-ENADE TO
                                 WS-TE-REGISTRO(WS-QTD-ENA)
                        ELSE
                            MOVE 'F' TO WS-ARQ-EOF
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENADE
            IF RETURN-CODE NOT = 0
                DISPLAY 'REGISTRO DO ENADE EXCEDE 5000 LINHAS - JOB '
                        'ABORTADO.'
                MOVE 'GERAINSCRICAOENADE' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '1700-CARREGA-ENADE' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'TABELA DO REGISTRO ENADE ESTOURADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-ESTUDANTE  --  ALUNO ATIVO DE CURSO DO CICLO:
      *                                INGRESSANTE PELA DATA DE
      *                                MATRICULA OU CONCLUINTE PELO
      *                                PERCENTUAL DA GRADE CONCLUIDO.
      ******************************************************************
       2000-PROCESSA-ESTUDANTE.
            READ ESTUDANTE NEXT
                AT END
                    MOVE 'F' TO WS-EST-EOF
                    GO TO 2000-FIM
            END-READ
            ADD 1 TO WS-QTD-LIDOS
            IF NOT STUDENT-ATIVO
                GO TO 2000-FIM
            END-IF
            MOVE 0 TO WS-POS-CICLO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CICLO
                IF WS-CIC-CURSO(WS-IDX) = COURSE-CODE
                    MOVE WS-IDX TO WS-POS-CICLO
                    MOVE WS-QTD-CICLO TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CICLO = 0
                GO TO 2000-FIM
            END-IF

            PERFORM 2100-APURA-PERCENTUAL THRU 2100-FIM
            MOVE SPACE TO WS-CATEGORIA
            EVALUATE TRUE
                WHEN ENROLLMENT-DATE(1:4) = WS-ANO-TEXTO
                    MOVE 'I' TO WS-CATEGORIA
                    ADD 1 TO WS-QTD-INGRESSANTES
                WHEN WS-HORAS-GRADE > 0
                     AND WS-PCT-CONCLUIDO >= WS-CIC-PCT(WS-POS-CICLO)
                    MOVE 'C' TO WS-CATEGORIA
                    ADD 1 TO WS-QTD-CONCLUINTES
                WHEN OTHER
                    GO TO 2000-FIM
            END-EVALUATE

            PERFORM 2200-SELECIONA THRU 2200-FIM
            PERFORM 2300-REGISTRA-SITUACAO THRU 2300-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-APURA-PERCENTUAL  --  HORAS DAS OBRIGATORIAS APROVADAS
      *                              SOBRE O TOTAL DE HORAS DA GRADE
      *                              DO CURSO NA VERSAO DA MATRIZ DO
      *                              ALUNO (RESOLVEMATRIZ).
      ******************************************************************
       2100-APURA-PERCENTUAL.
            MOVE ZEROS TO WS-HORAS-APROVADAS WS-PCT-CONCLUIDO
                          WS-HORAS-GRADE
            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE STUDENT-VERSAO-MATRIZ TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-ALUNO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-CURSO(WS-IDX) = COURSE-CODE
                   AND WS-CUR-VERSAO-T(WS-IDX) = WS-VERSAO-ALUNO
                    ADD WS-CUR-HORAS(WS-IDX) TO WS-HORAS-GRADE
                    PERFORM 2150-CONFERE-MATERIA THRU 2150-FIM
                    IF MATERIA-APROVADA
                        ADD WS-CUR-HORAS(WS-IDX) TO WS-HORAS-APROVADAS
                    END-IF
                END-IF
            END-PERFORM
            IF WS-HORAS-GRADE > 0
                COMPUTE WS-PCT-CONCLUIDO =
                        WS-HORAS-APROVADAS * 100 / WS-HORAS-GRADE
            END-IF.
       2100-FIM.
            EXIT.

       2150-CONFERE-MATERIA.
            MOVE 0 TO WS-APROVADO
            MOVE 6 TO WS-NOTA-MINIMA
            PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                    UNTIL WS-IDX-PRM > WS-QTD-MATERIAS
                IF WS-PARAM-NOME(WS-IDX-PRM) = WS-CUR-MAT(WS-IDX)
                    MOVE WS-PARAM-MIN(WS-IDX-PRM) TO WS-NOTA-MINIMA
                    MOVE WS-QTD-MATERIAS TO WS-IDX-PRM
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-APR FROM 1 BY 1
                    UNTIL WS-IDX-APR > WS-QTD-APR
                IF WS-APR-CD(WS-IDX-APR) = CD-STUDENT
                   AND WS-APR-MATERIA(WS-IDX-APR) = WS-CUR-MAT(WS-IDX)
                   AND WS-APR-ATIVO(WS-IDX-APR) = 1
                    IF WS-APR-MEDIA(WS-IDX-APR) >= WS-NOTA-MINIMA
                       AND WS-APR-FREQ(WS-IDX-APR) >= WS-FREQ-MINIMA
                        MOVE 1 TO WS-APROVADO
                    END-IF
                    MOVE WS-QTD-APR TO WS-IDX-APR
                END-IF
            END-PERFORM.
       2150-FIM.
            EXIT.

      ******************************************************************
      * 2200-SELECIONA  --  GUARDA O ALUNO PARA O ARQUIVO DE INSCRICAO.
      ******************************************************************
       2200-SELECIONA.
            IF WS-QTD-SEL >= 5000
                DISPLAY 'SELECAO EXCEDE 5000 ALUNOS - ' CD-STUDENT
                        ' FICOU DE FORA.'
                MOVE 4 TO RETURN-CODE
                GO TO 2200-FIM
            END-IF
            MOVE SPACES TO REG-INSCRICAO
            MOVE WS-ANO-REF TO INS-ANO
            MOVE COURSE-CODE TO INS-COURSE-CODE
            MOVE CD-STUDENT TO INS-CD-STUDENT
            MOVE NM-STUDENT TO INS-NOME
            IF STUDENT-CPF NUMERIC
                MOVE STUDENT-CPF TO INS-CPF
            ELSE
                MOVE ZEROS TO INS-CPF
            END-IF
            MOVE WS-CATEGORIA TO INS-CATEGORIA
            MOVE WS-PCT-CONCLUIDO TO INS-PCT-CONCLUIDO
            ADD 1 TO WS-QTD-SEL
            MOVE REG-INSCRICAO TO WS-SEL-REGISTRO(WS-QTD-SEL)
            ADD CD-STUDENT TO WS-SOMA-CD.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-REGISTRA-SITUACAO  --  INCLUI O ALUNO NO REGISTRO DE
      *                               SITUACAO DO ANO COMO INSCRITO; SE
      *                               JA ESTA LA, NADA MUDA.
      ******************************************************************
       2300-REGISTRA-SITUACAO.
            MOVE 0 TO WS-POS-ENA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENA
                MOVE WS-TE-REGISTRO(WS-IDX) TO REG-ENADE
                IF ENA-CD-STUDENT = CD-STUDENT
                   AND ENA-ANO = WS-ANO-REF
                    MOVE WS-IDX TO WS-POS-ENA
                    MOVE WS-QTD-ENA TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-ENA > 0
                ADD 1 TO WS-QTD-JA-INSCRITOS
                GO TO 2300-FIM
            END-IF
            IF WS-QTD-ENA >= 5000
                DISPLAY 'REGISTRO DO ENADE CHEIO - ' CD-STUDENT
                        ' NAO REGISTRADO.'
                MOVE 4 TO RETURN-CODE
                GO TO 2300-FIM
            END-IF
            MOVE SPACES TO REG-ENADE
            MOVE CD-STUDENT TO ENA-CD-STUDENT
            MOVE WS-ANO-REF TO ENA-ANO
            MOVE COURSE-CODE TO ENA-COURSE-CODE
            MOVE WS-CATEGORIA TO ENA-CATEGORIA
            MOVE WS-PCT-CONCLUIDO TO ENA-PCT-CONCLUIDO
            SET ENA-INSCRITO TO TRUE
            MOVE WS-DATA-HOJE TO ENA-DT-SITUACAO
            MOVE 'GERAINSCRICAOENADE' TO ENA-OPERADOR
            ADD 1 TO WS-QTD-ENA
            MOVE REG-ENADE TO WS-TE-REGISTRO(WS-QTD-ENA)
            ADD 1 TO WS-QTD-NOVOS.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-INSCRICAO  --  ARQUIVO DE INSCRICAO DO ANO, COM
      *                             CABECALHO *H (QUANTIDADE, DATA E
      *                             ANO) E TRAILER *T (QUANTIDADE E
      *                             SOMA DAS MATRICULAS).
      ******************************************************************
       3000-GRAVA-INSCRICAO.
            OPEN OUTPUT INSCRICAO-ENADE
            IF NOT INS-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-INS-DD ': ' WS-INS-FS
                MOVE 8 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF
            MOVE WS-QTD-SEL TO HDR-QTD-DECLARADA
            MOVE WS-DATA-HOJE TO HDR-DATA
            MOVE WS-ANO-REF TO HDR-ANO
            MOVE SPACES TO REG-INSCRICAO
            MOVE WS-INS-CABECALHO TO REG-INSCRICAO
            WRITE REG-INSCRICAO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SEL
                MOVE WS-SEL-REGISTRO(WS-IDX) TO REG-INSCRICAO
                WRITE REG-INSCRICAO
            END-PERFORM
            MOVE WS-QTD-SEL TO TRL-QTD
            MOVE WS-SOMA-CD TO TRL-SOMA-CD
            MOVE SPACES TO REG-INSCRICAO
            MOVE WS-INS-TRAILER TO REG-INSCRICAO
            WRITE REG-INSCRICAO
            CLOSE INSCRICAO-ENADE.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3500-REGRAVA-ENADE  --  REGRAVA O REGISTRO DE SITUACAO INTEIRO.
      ******************************************************************
       3500-REGRAVA-ENADE.
            IF WS-QTD-NOVOS = 0
                GO TO 3500-FIM
            END-IF
            OPEN OUTPUT ENADE
            IF NOT ENA-FS-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-ENA-DD ': ' WS-ENA-FS
                MOVE 'GERAINSCRICAOENADE' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '3500-REGRAVA-ENADE' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'ERRO AO REGRAVAR O REGISTRO ENADE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 3500-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENA
                MOVE WS-TE-REGISTRO(WS-IDX) TO REG-ENADE
                WRITE REG-ENADE
            END-PERFORM
            CLOSE ENADE.
       3500-FIM.
            EXIT.

       END PROGRAM GERAINSCRICAOENADE.
