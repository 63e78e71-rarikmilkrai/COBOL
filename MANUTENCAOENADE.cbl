      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:REGISTRO DE SITUACAO DO ALUNO NO ENADE (FD_ENADE,
      *         ENADE.TXT), NOS MOLDES DAS DEMAIS MANUTENCOES:
      *         (S)ITUACAO - APOS A PROVA, MARCA O INSCRITO COMO
      *         PRESENTE, DISPENSADO (DISPENSA OFICIAL) OU IRREGULAR
      *         (AUSENTE SEM DISPENSA), OS DOIS ULTIMOS COM MOTIVO
      *         OBRIGATORIO; (I)NCLUIR INSCRICAO FEITA FORA DO
      *         GERAINSCRICAOENADE; (L)ISTAR POR ALUNO. SOB
      *         VALIDAOPERADOR E COM TRILHA VIA GRAVAAUDITORIA. A
      *         SITUACAO SAI NO HISTORICO ESCOLAR E E CONFERIDA NA
      *         VERIFICACAO DE FORMATURA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOENADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENADE ASSIGN TO DYNAMIC WS-ENA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENA-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ENADE.
          COPY FD_ENADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-ENA-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-ENA-FS                PIC XX VALUE SPACES.
          88 ENA-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-ENA-EOF               PIC X VALUE 'N'.
          88 ENA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-SITUACAO     VALUE 'S' 's'.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

      * REGISTRO DE SITUACAO EM MEMORIA (O ARQUIVO E REGRAVADO INTEIRO
      * A CADA ALTERACAO, COMO NO MANUTENCAONEE)
       01 WS-TABELA-ENADE.
          05 WS-QTD-ENA            PIC 9(04) VALUE 0.
          05 WS-ENA-TAB OCCURS 5000 TIMES.
             10 WS-TE-REGISTRO     PIC X(77).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-ANO-ALVO              PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LISTADAS          PIC 9(04) VALUE ZEROS.
       77 WS-POS-ENA               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-NOVA-SITUACAO         PIC X(01) VALUE SPACE.
       77 WS-NOVO-MOTIVO           PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-ANTIGA       PIC X(01) VALUE SPACE.
       77 WS-SITUACAO-TXT          PIC X(11) VALUE SPACES.
       77 WS-CATEGORIA-TXT         PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOENADE - SITUACAO NO ENADE         *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-ENA-DD FROM ENVIRONMENT 'DD_ENADE'
            IF WS-ENA-DD = SPACES
                MOVE 'ENADE.TXT' TO WS-ENA-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF

            PERFORM 1000-CARREGA-ENADE THRU 1000-FIM
            IF RETURN-CODE NOT = 0
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** SITUACAO DO ALUNO NO ENADE ***'
                DISPLAY '(S)ITUACAO APOS A PROVA (I)NCLUIR INSCRICAO '
                        '(L)ISTAR POR ALUNO (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-SITUACAO
                        PERFORM 3000-SITUACAO THRU 3000-FIM
                    WHEN TRANS-INCLUIR
                        PERFORM 2000-INCLUIR THRU 2000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
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
      * 1000-CARREGA-ENADE  --  CARREGA O REGISTRO INTEIRO EM MEMORIA.
      *                           SEM O ARQUIVO, COMECA VAZIO; ESTOURO
      *                           DA TABELA BARRA A MANUTENCAO (A
      *                           REGRAVACAO PERDERIA REGISTROS).
      ******************************************************************
       1000-CARREGA-ENADE.
            MOVE 0 TO WS-QTD-ENA
            OPEN INPUT ENADE
            IF NOT ENA-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ENA-EOF
            PERFORM UNTIL ENA-FIM-ARQUIVO
                READ ENADE
                    AT END
                        MOVE 'F' TO WS-ENA-EOF
                    NOT AT END
                        IF WS-QTD-ENA < 5000
                            ADD 1 TO WS-QTD-ENA
                            MOVE REG-ENADE TO
                                 WS-TE-REGISTRO(WS-QTD-ENA)
                        ELSE
                            MOVE 'F' TO WS-ENA-EOF
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENADE
            IF RETURN-CODE NOT = 0
                DISPLAY 'REGISTRO DO ENADE EXCEDE 5000 LINHAS - '
                        'MANUTENCAO SUSPENSA.'
                MOVE 'MANUTENCAOENADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-ENADE' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'TABELA DO REGISTRO ENADE ESTOURADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-LOCALIZA  --  POSICAO DA LINHA DO ALUNO/ANO ALVO NA TABELA
      *                      (ZERO QUANDO NAO HA).
      ******************************************************************
       1500-LOCALIZA.
            MOVE 0 TO WS-POS-ENA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENA
                MOVE WS-TE-REGISTRO(WS-IDX) TO REG-ENADE
                IF ENA-CD-STUDENT = WS-CD-ALVO
                   AND ENA-ANO = WS-ANO-ALVO
                    MOVE WS-IDX TO WS-POS-ENA
                    MOVE WS-QTD-ENA TO WS-IDX
                END-IF
            END-PERFORM.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR  --  INCLUI A INSCRICAO DE UM ALUNO NUM ANO DO
      *                     CICLO (INSCRICAO FEITA FORA DO JOB, COMO A
      *                     DE ALUNO TRANSFERIDO DEPOIS DA SELECAO).
      ******************************************************************
       2000-INCLUIR.
            DISPLAY 'CD-STUDENT A INSCREVER: '
            ACCEPT WS-CD-ALVO
            MOVE SPACES TO REG-ENADE
            IF ESTUDANTE-ABERTO
                MOVE WS-CD-ALVO TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        DISPLAY 'CD-STUDENT NAO CADASTRADO.'
                        GO TO 2000-FIM
                END-READ
            END-IF
            DISPLAY 'ANO DO CICLO (AAAA): '
            ACCEPT WS-ANO-ALVO
            IF WS-ANO-ALVO NOT NUMERIC OR WS-ANO-ALVO = ZEROS
                DISPLAY 'ANO INVALIDO - INSCRICAO NAO GRAVADA.'
                GO TO 2000-FIM
            END-IF
            PERFORM 1500-LOCALIZA THRU 1500-FIM
            IF WS-POS-ENA > 0
                DISPLAY 'ALUNO JA INSCRITO NO ENADE DE ' WS-ANO-ALVO
                        ' - USE A OPCAO (S)ITUACAO.'
                GO TO 2000-FIM
            END-IF
            IF WS-QTD-ENA >= 5000
                DISPLAY 'TABELA DO REGISTRO ENADE CHEIA.'
                GO TO 2000-FIM
            END-IF

            MOVE SPACES TO REG-ENADE
            MOVE WS-CD-ALVO TO ENA-CD-STUDENT
            MOVE WS-ANO-ALVO TO ENA-ANO
            IF ESTUDANTE-ABERTO
                MOVE COURSE-CODE TO ENA-COURSE-CODE
            ELSE
                DISPLAY 'CURSO DO ALUNO: '
                ACCEPT ENA-COURSE-CODE
            END-IF
            DISPLAY 'CATEGORIA (I=INGRESSANTE, C=CONCLUINTE): '
            ACCEPT ENA-CATEGORIA
            IF NOT ENA-CATEGORIA-VALIDA
                DISPLAY 'CATEGORIA INVALIDA - INSCRICAO NAO GRAVADA.'
                GO TO 2000-FIM
            END-IF
            MOVE ZEROS TO ENA-PCT-CONCLUIDO
            SET ENA-INSCRITO TO TRUE
            MOVE WS-DATA-HOJE TO ENA-DT-SITUACAO
            MOVE WS-OPERADOR TO ENA-OPERADOR

            ADD 1 TO WS-QTD-ENA
            MOVE REG-ENADE TO WS-TE-REGISTRO(WS-QTD-ENA)
            PERFORM 7000-REGRAVA-ENADE THRU 7000-FIM
            DISPLAY 'INSCRICAO GRAVADA.'

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'I' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'ENADE-INSCRICAO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO AUD-VALOR-NOVO
            STRING ENA-ANO ' ' ENA-CATEGORIA ' ' ENA-SITUACAO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-SITUACAO  --  REGISTRA O RESULTADO DA PROVA PARA O ALUNO E
      *                      ANO: P PRESENTE, D DISPENSADO OU I
      *                      IRREGULAR (OS DOIS ULTIMOS COM MOTIVO).
      *                      VOLTAR PARA R (INSCRITO) DESFAZ UM
      *                      LANCAMENTO ERRADO.
      ******************************************************************
       3000-SITUACAO.
            DISPLAY 'CD-STUDENT: '
            ACCEPT WS-CD-ALVO
            DISPLAY 'ANO DO CICLO (AAAA): '
            ACCEPT WS-ANO-ALVO
            PERFORM 1500-LOCALIZA THRU 1500-FIM
            IF WS-POS-ENA = 0
                DISPLAY 'ALUNO NAO INSCRITO NO ENADE DE ' WS-ANO-ALVO
                        '.'
                GO TO 3000-FIM
            END-IF
            MOVE WS-TE-REGISTRO(WS-POS-ENA) TO REG-ENADE
            PERFORM 6100-DESCREVE THRU 6100-FIM
            DISPLAY 'CATEGORIA ' WS-CATEGORIA-TXT ' SITUACAO ATUAL '
                    WS-SITUACAO-TXT ' ' ENA-MOTIVO
            DISPLAY 'NOVA SITUACAO (R=INSCRITO, P=PRESENTE, '
                    'D=DISPENSADO, I=IRREGULAR): '
            ACCEPT WS-NOVA-SITUACAO
            IF WS-NOVA-SITUACAO = 'r' OR 'p' OR 'd' OR 'i'
                INSPECT WS-NOVA-SITUACAO CONVERTING 'rpdi' TO 'RPDI'
            END-IF
            IF WS-NOVA-SITUACAO NOT = 'R' AND NOT = 'P'
               AND NOT = 'D' AND NOT = 'I'
                DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO.'
                GO TO 3000-FIM
            END-IF
            IF WS-NOVA-SITUACAO = ENA-SITUACAO
                DISPLAY 'SITUACAO INALTERADA.'
                GO TO 3000-FIM
            END-IF
            MOVE SPACES TO WS-NOVO-MOTIVO
            IF WS-NOVA-SITUACAO = 'D' OR WS-NOVA-SITUACAO = 'I'
                DISPLAY 'MOTIVO (DISPENSA / AUSENCIA): '
                ACCEPT WS-NOVO-MOTIVO
                IF WS-NOVO-MOTIVO = SPACES
                    DISPLAY 'MOTIVO OBRIGATORIO - NADA ALTERADO.'
                    GO TO 3000-FIM
                END-IF
            END-IF

            MOVE ENA-SITUACAO TO WS-SITUACAO-ANTIGA
            MOVE WS-NOVA-SITUACAO TO ENA-SITUACAO
            MOVE WS-NOVO-MOTIVO TO ENA-MOTIVO
            MOVE WS-DATA-HOJE TO ENA-DT-SITUACAO
            MOVE WS-OPERADOR TO ENA-OPERADOR
            MOVE REG-ENADE TO WS-TE-REGISTRO(WS-POS-ENA)
            PERFORM 7000-REGRAVA-ENADE THRU 7000-FIM
            DISPLAY 'SITUACAO ATUALIZADA.'

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'S' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'ENADE-SITUACAO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO AUD-VALOR-NOVO
            STRING ENA-ANO ' ' WS-SITUACAO-ANTIGA
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            STRING ENA-ANO ' ' ENA-SITUACAO ' ' ENA-MOTIVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA AS INSCRICOES DE UM ALUNO NO ENADE.
      ******************************************************************
       6000-LISTAR.
            DISPLAY 'CD-STUDENT A LISTAR: '
            ACCEPT WS-CD-ALVO
            MOVE 0 TO WS-QTD-LISTADAS
            DISPLAY 'ANO  CURSO CATEGORIA    %GRADE SITUACAO    '
                    'DATA     MOTIVO'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENA
                MOVE WS-TE-REGISTRO(WS-IDX) TO REG-ENADE
                IF ENA-CD-STUDENT = WS-CD-ALVO
                    ADD 1 TO WS-QTD-LISTADAS
                    PERFORM 6100-DESCREVE THRU 6100-FIM
                    DISPLAY ENA-ANO ' ' ENA-COURSE-CODE ' '
                            WS-CATEGORIA-TXT ' ' ENA-PCT-CONCLUIDO
                            '    ' WS-SITUACAO-TXT ' '
                            ENA-DT-SITUACAO ' ' ENA-MOTIVO
                END-IF
            END-PERFORM
            DISPLAY 'INSCRICOES DO ALUNO: ' WS-QTD-LISTADAS.
       6000-FIM.
            EXIT.

       6100-DESCREVE.
            EVALUATE TRUE
                WHEN ENA-INGRESSANTE
                    MOVE 'INGRESSANTE' TO WS-CATEGORIA-TXT
                WHEN ENA-CONCLUINTE
                    MOVE 'CONCLUINTE' TO WS-CATEGORIA-TXT
                WHEN OTHER
                    MOVE '?' TO WS-CATEGORIA-TXT
            END-EVALUATE
            EVALUATE TRUE
                WHEN ENA-INSCRITO
                    MOVE 'INSCRITO' TO WS-SITUACAO-TXT
                WHEN ENA-PRESENTE
                    MOVE 'PRESENTE' TO WS-SITUACAO-TXT
                WHEN ENA-DISPENSADO
                    MOVE 'DISPENSADO' TO WS-SITUACAO-TXT
                WHEN ENA-IRREGULAR
                    MOVE 'IRREGULAR' TO WS-SITUACAO-TXT
                WHEN OTHER
                    MOVE '?' TO WS-SITUACAO-TXT
            END-EVALUATE.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-ENADE  --  REGRAVA O REGISTRO INTEIRO A PARTIR DA
      *                           TABELA.
      ******************************************************************
       7000-REGRAVA-ENADE.
            OPEN OUTPUT ENADE
            IF NOT ENA-FS-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-ENA-DD ': ' WS-ENA-FS
                MOVE 'MANUTENCAOENADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-ENADE' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'ERRO AO REGRAVAR O REGISTRO ENADE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ENA
                MOVE WS-TE-REGISTRO(WS-IDX) TO REG-ENADE
                WRITE REG-ENADE
            END-PERFORM
            CLOSE ENADE.
       7000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOENADE.
