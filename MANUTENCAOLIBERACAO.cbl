      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MANUTENCAO DO CONTROLE DE PUBLICACAO DE NOTAS
      *         (LIBERACAO_NOTAS.TXT, COPYBOOK FD_LIBERACAO_NOTA), NOS
      *         MOLDES DO MANUTENCAOCALENDARIO: EMBARGAR O PERIODO
      *         INTEIRO (TODA TURMA SEM LIBERACAO PROPRIA FICA RETIDA),
      *         RETER AS NOTAS DE UMA TURMA NO PERIODO, LIBERAR UMA
      *         TURMA (NA DATA INFORMADA, QUE PODE SER FUTURA) E
      *         LIBERAR O PERIODO INTEIRO DE UMA VEZ (LINHA DO PERIODO
      *         MAIS TODAS AS TURMAS JA CONTROLADAS NELE). PERIODO SEM
      *         NENHUMA LINHA NAO TEM EMBARGO. A TURMA E CONFERIDA NO
      *         CADASTRO DE TURMAS DO PERIODO. SOB VALIDAOPERADOR -
      *         OPERADOR DE PERFIL PROFESSOR NAO LIBERA NOTA - E COM
      *         TRILHA VIA GRAVAAUDITORIA (TRANSACAO U). AS NOTAS
      *         CHEGAVAM AO ALUNO ASSIM QUE O LOTE ERA POSTADO, ANTES
      *         DA REVISAO DA COORDENACAO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOLIBERACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBERACAO-NOTAS ASSIGN TO DYNAMIC WS-LIB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIB-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LIBERACAO-NOTAS.
          COPY FD_LIBERACAO_NOTA.

       FD TURMAS.
          COPY FD_TURMA.

       WORKING-STORAGE SECTION.
       01 WS-LIB-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       77 WS-LIB-FS                PIC XX VALUE SPACES.
          88 LIB-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-LIB-EOF               PIC X VALUE 'N'.
          88 LIB-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-EMBARGAR     VALUE 'E' 'e'.
             88 TRANS-RETER        VALUE 'R' 'r'.
             88 TRANS-LIBERAR      VALUE 'L' 'l'.
             88 TRANS-PERIODO      VALUE 'P' 'p'.
             88 TRANS-LISTAR       VALUE 'V' 'v'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-LIBERACAO.
          05 WS-QTD-LIB            PIC 9(04) VALUE 0.
          05 WS-LIB-TAB OCCURS 1000 TIMES.
             10 WS-TAB-TURMA       PIC X(08).
             10 WS-TAB-PERIODO     PIC X(06).
             10 WS-TAB-SITUACAO    PIC X(01).
             10 WS-TAB-DT          PIC 9(08).
             10 WS-TAB-OPERADOR    PIC X(20).

       77 WS-TURMA-ALVO            PIC X(08) VALUE SPACES.
       77 WS-PERIODO-ALVO          PIC X(06) VALUE SPACES.
       77 WS-SITUACAO-NOVA         PIC X(01) VALUE SPACE.
       77 WS-DT-LIBERACAO          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-POS-LIB               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TURMAS-LIB        PIC 9(04) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-TURMA-EXISTE          PIC 9 VALUE 0.
          88 TURMA-EXISTE          VALUE 1.

       01 WS-DT-TRABALHO           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-TRABALHO.
          03 WS-DT-AAAA            PIC 9(04).
          03 WS-DT-MM              PIC 9(02).
          03 WS-DT-DD              PIC 9(02).
       77 WS-DT-VALIDA             PIC 9 VALUE 0.
          88 DATA-VALIDA           VALUE 1.
          88 DATA-INVALIDA         VALUE 0.
       77 WS-DIAS-NO-MES           PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-4               PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOLIBERACAO - PUBLICACAO DE NOTAS   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-LIB-DD FROM ENVIRONMENT 'DD_LIBERACAO_NOTAS'
            IF WS-LIB-DD = SPACES
                MOVE 'LIBERACAO_NOTAS.TXT' TO WS-LIB-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            PERFORM 1000-CARREGA-CONTROLE THRU 1000-FIM

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** PUBLICACAO DE NOTAS ***'
                DISPLAY '(E)MBARGAR PERIODO (R)ETER TURMA '
                        '(L)IBERAR TURMA'
                DISPLAY '(P)ERIODO LIBERAR INTEIRO (V)ER (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-EMBARGAR
                        PERFORM 1800-EMBARGAR-PERIODO THRU 1800-FIM
                    WHEN TRANS-RETER
                        PERFORM 2000-RETER-TURMA THRU 2000-FIM
                    WHEN TRANS-LIBERAR
                        PERFORM 3000-LIBERAR-TURMA THRU 3000-FIM
                    WHEN TRANS-PERIODO
                        PERFORM 4000-LIBERAR-PERIODO THRU 4000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0600-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR; PERFIL PROFESSOR
      *                             NAO LIBERA AS PROPRIAS NOTAS.
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
            IF NOT OPER-AUTORIZADO OF WS-OPER-PARM
                GO TO 0600-FIM
            END-IF
            IF OPER-PROFESSOR OF WS-OPER-PARM
                DISPLAY 'OPERADOR DE PERFIL PROFESSOR NAO LIBERA '
                        'NOTAS.'
                GO TO 0600-FIM
            END-IF
            MOVE 1 TO WS-OPER-AUTORIZADO.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-CONTROLE  --  CARREGA O CONTROLE INTEIRO EM
      *                              MEMORIA.
      ******************************************************************
       1000-CARREGA-CONTROLE.
            OPEN INPUT LIBERACAO-NOTAS
            IF NOT LIB-FS-OK
                DISPLAY 'CONTROLE DE PUBLICACAO AINDA NAO EXISTE - '
                        'SERA CRIADO NA PRIMEIRA GRAVACAO.'
                DISPLAY 'PERIODO EMBARGADO: TODA TURMA SEM '
                        'LIBERACAO FICA RETIDA.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-LIB-EOF
            PERFORM UNTIL LIB-FIM-ARQUIVO
                READ LIBERACAO-NOTAS
                    AT END
                        MOVE 'F' TO WS-LIB-EOF
                    NOT AT END
                        IF WS-QTD-LIB < 1000
                            ADD 1 TO WS-QTD-LIB
                            MOVE LIB-TURMA TO
                                 WS-TAB-TURMA(WS-QTD-LIB)
                            MOVE LIB-PERIODO TO
                                 WS-TAB-PERIODO(WS-QTD-LIB)
                            MOVE LIB-SITUACAO TO
                                 WS-TAB-SITUACAO(WS-QTD-LIB)
                            IF LIB-DT-LIBERACAO NUMERIC
                                MOVE LIB-DT-LIBERACAO TO
                                     WS-TAB-DT(WS-QTD-LIB)
                            ELSE
                                MOVE ZEROS TO WS-TAB-DT(WS-QTD-LIB)
                            END-IF
                            MOVE LIB-OPERADOR TO
                                 WS-TAB-OPERADOR(WS-QTD-LIB)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LIBERACAO-NOTAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-VALIDA-DATA  --  CONFERE SE WS-DT-TRABALHO E UMA DATA REAL
      *                         (ANO PLAUSIVEL, MES 1-12, DIA DENTRO DO
      *                         MES, FEVEREIRO COM BISSEXTO).
      ******************************************************************
       1500-VALIDA-DATA.
            SET DATA-INVALIDA TO TRUE
            IF WS-DT-AAAA < 2000 OR WS-DT-AAAA > 2099
                GO TO 1500-FIM
            END-IF
            IF WS-DT-MM < 1 OR WS-DT-MM > 12
                GO TO 1500-FIM
            END-IF
            EVALUATE WS-DT-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-NO-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-NO-MES
                WHEN OTHER
                    COMPUTE WS-RESTO-4 = WS-DT-AAAA
                        - (4 * (WS-DT-AAAA / 4))
                    IF WS-RESTO-4 = 0
                        MOVE 29 TO WS-DIAS-NO-MES
                    ELSE
                        MOVE 28 TO WS-DIAS-NO-MES
                    END-IF
            END-EVALUATE
            IF WS-DT-DD < 1 OR WS-DT-DD > WS-DIAS-NO-MES
                GO TO 1500-FIM
            END-IF
            SET DATA-VALIDA TO TRUE.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-PEDE-TURMA  --  PEDE TURMA E PERIODO E CONFERE A TURMA NO
      *                        CADASTRO (SEM CADASTRO, ACEITA).
      ******************************************************************
       1600-PEDE-TURMA.
            MOVE 0 TO WS-TURMA-EXISTE
            DISPLAY 'TURMA...................: '
            ACCEPT WS-TURMA-ALVO
            DISPLAY 'PERIODO (AAAA-S)........: '
            ACCEPT WS-PERIODO-ALVO
            IF WS-TURMA-ALVO = SPACES OR WS-PERIODO-ALVO = SPACES
                DISPLAY 'TURMA E PERIODO SAO OBRIGATORIOS.'
                GO TO 1600-FIM
            END-IF
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                MOVE 1 TO WS-TURMA-EXISTE
                GO TO 1600-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO OR TURMA-EXISTE
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF TURMA-CODIGO = WS-TURMA-ALVO
                           AND TURMA-PERIODO = WS-PERIODO-ALVO
                            MOVE 1 TO WS-TURMA-EXISTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS
            IF NOT TURMA-EXISTE
                DISPLAY 'TURMA ' WS-TURMA-ALVO ' NAO CADASTRADA NO '
                        'PERIODO ' WS-PERIODO-ALVO '.'
            END-IF.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 1700-PEDE-DATA  --  DATA DE LIBERACAO (EM BRANCO/ZERO = HOJE;
      *                       FUTURA = LIBERACAO PROGRAMADA).
      ******************************************************************
       1700-PEDE-DATA.
            DISPLAY 'DATA DE LIBERACAO (AAAAMMDD, ZERO = HOJE): '
            ACCEPT WS-DT-LIBERACAO
            IF WS-DT-LIBERACAO = ZEROS
                MOVE WS-DATA-HOJE TO WS-DT-LIBERACAO
            END-IF
            MOVE WS-DT-LIBERACAO TO WS-DT-TRABALHO
            PERFORM 1500-VALIDA-DATA THRU 1500-FIM
            IF DATA-INVALIDA
                DISPLAY 'DATA DE LIBERACAO INVALIDA.'
            END-IF.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 1800-EMBARGAR-PERIODO  --  COLOCA O PERIODO INTEIRO SOB
      *                              EMBARGO (LINHA DO PERIODO RETIDA);
      *                              AS TURMAS JA LIBERADAS NELE SEGUEM
      *                              LIBERADAS PELA PROPRIA LINHA.
      ******************************************************************
       1800-EMBARGAR-PERIODO.
            DISPLAY 'PERIODO (AAAA-S)........: '
            ACCEPT WS-PERIODO-ALVO
            IF WS-PERIODO-ALVO = SPACES
                DISPLAY 'PERIODO EM BRANCO.'
                GO TO 1800-FIM
            END-IF
            MOVE 'R' TO WS-SITUACAO-NOVA
            MOVE SPACES TO WS-TURMA-ALVO
            MOVE ZEROS TO WS-DT-LIBERACAO
            PERFORM 5000-ATUALIZA-LINHA THRU 5000-FIM
            IF WS-POS-LIB = 0
                GO TO 1800-FIM
            END-IF
            PERFORM 7000-REGRAVA-CONTROLE THRU 7000-FIM
            DISPLAY 'PERIODO ' WS-PERIODO-ALVO ' EMBARGADO.'
            MOVE 'LIB-EMBARGO' TO AUD-CAMPO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       1800-FIM.
            EXIT.

      ******************************************************************
      * 2000-RETER-TURMA  --  COLOCA (OU VOLTA) A TURMA EM EMBARGO.
      ******************************************************************
       2000-RETER-TURMA.
            PERFORM 1600-PEDE-TURMA THRU 1600-FIM
            IF NOT TURMA-EXISTE
                GO TO 2000-FIM
            END-IF
            MOVE 'R' TO WS-SITUACAO-NOVA
            MOVE ZEROS TO WS-DT-LIBERACAO
            PERFORM 5000-ATUALIZA-LINHA THRU 5000-FIM
            IF WS-POS-LIB = 0
                GO TO 2000-FIM
            END-IF
            PERFORM 7000-REGRAVA-CONTROLE THRU 7000-FIM
            DISPLAY 'TURMA ' WS-TURMA-ALVO ' ' WS-PERIODO-ALVO
                    ' RETIDA.'
            MOVE 'LIB-RETENCAO' TO AUD-CAMPO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-LIBERAR-TURMA  --  LIBERA A TURMA NA DATA INFORMADA.
      ******************************************************************
       3000-LIBERAR-TURMA.
            PERFORM 1600-PEDE-TURMA THRU 1600-FIM
            IF NOT TURMA-EXISTE
                GO TO 3000-FIM
            END-IF
            PERFORM 1700-PEDE-DATA THRU 1700-FIM
            IF DATA-INVALIDA
                GO TO 3000-FIM
            END-IF
            MOVE 'L' TO WS-SITUACAO-NOVA
            PERFORM 5000-ATUALIZA-LINHA THRU 5000-FIM
            IF WS-POS-LIB = 0
                GO TO 3000-FIM
            END-IF
            PERFORM 7000-REGRAVA-CONTROLE THRU 7000-FIM
            DISPLAY 'TURMA ' WS-TURMA-ALVO ' ' WS-PERIODO-ALVO
                    ' LIBERADA A PARTIR DE ' WS-DT-LIBERACAO '.'
            MOVE 'LIB-LIBERACAO' TO AUD-CAMPO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-LIBERAR-PERIODO  --  LIBERA O PERIODO INTEIRO: GRAVA A
      *                             LINHA DO PERIODO (TURMA EM BRANCO)
      *                             E LIBERA TODAS AS TURMAS DO PERIODO
      *                             JA PRESENTES NO CONTROLE, INCLUSIVE
      *                             AS RETIDAS.
      ******************************************************************
       4000-LIBERAR-PERIODO.
            DISPLAY 'PERIODO (AAAA-S)........: '
            ACCEPT WS-PERIODO-ALVO
            IF WS-PERIODO-ALVO = SPACES
                DISPLAY 'PERIODO EM BRANCO.'
                GO TO 4000-FIM
            END-IF
            PERFORM 1700-PEDE-DATA THRU 1700-FIM
            IF DATA-INVALIDA
                GO TO 4000-FIM
            END-IF
            DISPLAY 'LIBERAR TODAS AS TURMAS DE ' WS-PERIODO-ALVO
                    ' (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                DISPLAY 'LIBERACAO DO PERIODO CANCELADA.'
                GO TO 4000-FIM
            END-IF

            MOVE 'L' TO WS-SITUACAO-NOVA
            MOVE SPACES TO WS-TURMA-ALVO
            PERFORM 5000-ATUALIZA-LINHA THRU 5000-FIM
            IF WS-POS-LIB = 0
                GO TO 4000-FIM
            END-IF
            MOVE ZEROS TO WS-QTD-TURMAS-LIB
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LIB
                IF WS-TAB-PERIODO(WS-IDX) = WS-PERIODO-ALVO
                   AND WS-TAB-TURMA(WS-IDX) NOT = SPACES
                    MOVE 'L' TO WS-TAB-SITUACAO(WS-IDX)
                    MOVE WS-DT-LIBERACAO TO WS-TAB-DT(WS-IDX)
                    MOVE WS-OPERADOR TO WS-TAB-OPERADOR(WS-IDX)
                    ADD 1 TO WS-QTD-TURMAS-LIB
                END-IF
            END-PERFORM
            PERFORM 7000-REGRAVA-CONTROLE THRU 7000-FIM
            DISPLAY 'PERIODO ' WS-PERIODO-ALVO ' LIBERADO A PARTIR DE '
                    WS-DT-LIBERACAO ' (' WS-QTD-TURMAS-LIB
                    ' TURMA(S) COM LINHA PROPRIA).'
            MOVE 'LIB-PERIODO' TO AUD-CAMPO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-ATUALIZA-LINHA  --  ATUALIZA (OU INCLUI) A LINHA DE
      *                            WS-TURMA-ALVO/WS-PERIODO-ALVO COM A
      *                            SITUACAO E A DATA PEDIDAS; GUARDA A
      *                            SITUACAO ANTERIOR PARA A AUDITORIA.
      ******************************************************************
       5000-ATUALIZA-LINHA.
            MOVE 0 TO WS-POS-LIB
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LIB
                IF WS-TAB-TURMA(WS-IDX) = WS-TURMA-ALVO
                   AND WS-TAB-PERIODO(WS-IDX) = WS-PERIODO-ALVO
                    MOVE WS-IDX TO WS-POS-LIB
                    MOVE WS-QTD-LIB TO WS-IDX
                END-IF
            END-PERFORM
            MOVE SPACES TO AUD-VALOR-ANTIGO
            IF WS-POS-LIB = 0
                IF WS-QTD-LIB >= 1000
                    DISPLAY 'CONTROLE DE PUBLICACAO CHEIO.'
                    GO TO 5000-FIM
                END-IF
                ADD 1 TO WS-QTD-LIB
                MOVE WS-QTD-LIB TO WS-POS-LIB
                MOVE WS-TURMA-ALVO TO WS-TAB-TURMA(WS-POS-LIB)
                MOVE WS-PERIODO-ALVO TO WS-TAB-PERIODO(WS-POS-LIB)
                STRING WS-TURMA-ALVO ' ' WS-PERIODO-ALVO ' NOVA'
                       DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
                END-STRING
            ELSE
                STRING WS-TURMA-ALVO ' ' WS-PERIODO-ALVO ' '
                       WS-TAB-SITUACAO(WS-POS-LIB)
                       DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
                END-STRING
            END-IF
            MOVE WS-SITUACAO-NOVA TO WS-TAB-SITUACAO(WS-POS-LIB)
            MOVE WS-DT-LIBERACAO TO WS-TAB-DT(WS-POS-LIB)
            MOVE WS-OPERADOR TO WS-TAB-OPERADOR(WS-POS-LIB)
            MOVE SPACES TO AUD-VALOR-NOVO
            STRING WS-SITUACAO-NOVA ' ' WS-DT-LIBERACAO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA O CONTROLE CARREGADO.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'TURMA    PERIODO SIT DT-LIBER OPERADOR'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LIB
                IF WS-TAB-TURMA(WS-IDX) = SPACES
                    DISPLAY '(PERIODO) '
                            WS-TAB-PERIODO(WS-IDX) '  '
                            WS-TAB-SITUACAO(WS-IDX) '   '
                            WS-TAB-DT(WS-IDX) ' '
                            WS-TAB-OPERADOR(WS-IDX)
                ELSE
                    DISPLAY WS-TAB-TURMA(WS-IDX) ' '
                            WS-TAB-PERIODO(WS-IDX) '  '
                            WS-TAB-SITUACAO(WS-IDX) '   '
                            WS-TAB-DT(WS-IDX) ' '
                            WS-TAB-OPERADOR(WS-IDX)
                END-IF
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-CONTROLE  --  REGRAVA O CONTROLE INTEIRO A PARTIR
      *                              DA TABELA.
      ******************************************************************
       7000-REGRAVA-CONTROLE.
            OPEN OUTPUT LIBERACAO-NOTAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LIB
                MOVE WS-TAB-TURMA(WS-IDX)     TO LIB-TURMA
                MOVE WS-TAB-PERIODO(WS-IDX)   TO LIB-PERIODO
                MOVE WS-TAB-SITUACAO(WS-IDX)  TO LIB-SITUACAO
                MOVE WS-TAB-DT(WS-IDX)        TO LIB-DT-LIBERACAO
                MOVE WS-TAB-OPERADOR(WS-IDX)  TO LIB-OPERADOR
                WRITE REG-LIBERACAO-NOTA
            END-PERFORM
            CLOSE LIBERACAO-NOTAS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DE PUBLICACAO
      *                            (SEM CD-STUDENT ENVOLVIDO).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'U' TO AUD-COD-TRANS
            MOVE ZEROS TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOLIBERACAO.
