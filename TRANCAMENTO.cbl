      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:PEDIDO DE TRANCAMENTO DE MATRICULA: PARA UM CD-STUDENT,
      *         A DATA DO PEDIDO, O PRIMEIRO PERIODO TRANCADO ('AAAA-S'
      *         - O PERIODO CORRENTE OU O SEGUINTE; PARA O ALUNO JA
      *         TRANCADO, A RENOVACAO COMECA NO RETORNO PREVISTO DO
      *         TRANCAMENTO EM CURSO), A QUANTIDADE DE PERIODOS E O
      *         MOTIVO, CONFERE OS LIMITES DO CURSO (FD_REQUISITO_CURSO:
      *         PERIODOS CONSECUTIVOS, SOMANDO A CADEIA DE TRANCAMENTOS
      *         ENCADEADOS, E TOTAL NO CURSO; SEM LIMITE NO CURSO VALE
      *         O PADRAO DA ESCOLA, 2 E 4) E GRAVA O PEDIDO NO REGISTRO
      *         FD_TRANCAMENTO COM O PERIODO DE RETORNO - TAMBEM O
      *         RECUSADO, COM O MOTIVO DA RECUSA. APROVADO COM INICIO
      *         NO PERIODO CORRENTE, VIRA O STUDENT-STATUS PARA T PELO
      *         CAMINHO AUDITADO E GRAVA O HISTORICO DE STATUS COM O
      *         MOTIVO DO ALUNO; INICIO NO PERIODO SEGUINTE FICA
      *         AGENDADO PARA O VENCETRANCAMENTO. O TRANCAMENTO
      *         APROVADO SUSPENDE A GERACAO DAS MENSALIDADES DOS SEUS
      *         PERIODOS (GERAMENSALIDADE).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT TRANCAMENTOS ASSIGN TO DYNAMIC WS-TRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRA-FS.

           SELECT REQUISITOS-CURSO ASSIGN TO DYNAMIC WS-RQC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RQC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD TRANCAMENTOS.
          COPY FD_TRANCAMENTO.

       FD REQUISITOS-CURSO.
          COPY FD_REQUISITO_CURSO.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-TRA-DD                PIC X(100) VALUE SPACES.
       01 WS-RQC-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-TRA-FS                PIC XX VALUE SPACES.
          88 TRA-FS-OK             VALUE '00'.
       77 WS-RQC-FS                PIC XX VALUE SPACES.
          88 RQC-FS-OK             VALUE '00'.
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
       01 WS-SHI-PARM.
          COPY STATUSHIST_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
       77 WS-QTD-TEXTO             PIC X(02) VALUE SPACES.
       77 WS-DT-TEXTO              PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DT-PEDIDO             PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-INICIO        PIC X(06) VALUE SPACES.
       77 WS-PERIODO-RETORNO       PIC X(06) VALUE SPACES.
       77 WS-PERIODO-ATUAL         PIC X(06) VALUE SPACES.
       77 WS-PERIODO-SEGUINTE      PIC X(06) VALUE SPACES.
       77 WS-QTD-PEDIDA            PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(03) VALUE SPACES.
          88 MOTIVO-VALIDO         VALUE 'FIN' 'MUD' 'SAU' 'INS'
                                         'OUT'.
       77 WS-MOTIVO-RECUSA         PIC X(03) VALUE SPACES.
       77 WS-STATUS-ANTIGO         PIC X(01) VALUE SPACE.

      * LIMITES DO CURSO (PADRAO DA ESCOLA QUANDO O CURSO NAO TEM)
       77 WS-MAX-CONSEC            PIC 9(02) VALUE 2.
       77 WS-MAX-TOTAL             PIC 9(02) VALUE 4.
       77 WS-QTD-CONSEC            PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TOTAL             PIC 9(03) VALUE ZEROS.

      * TRANCAMENTOS DO ALUNO JA REGISTRADOS
       01 WS-TABELA-TRANCAMENTOS.
          05 WS-QTD-TRA            PIC 9(03) VALUE 0.
          05 WS-TRA-TAB OCCURS 50 TIMES.
             10 WS-TT-INICIO       PIC X(06).
             10 WS-TT-QTD          PIC 9(02).
             10 WS-TT-RETORNO      PIC X(06).
             10 WS-TT-SITUACAO     PIC X(01).
                88 WS-TT-CONTA-LIMITE VALUE 'A' 'F' 'X'.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-POS-VIGENTE           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AGENDADOS         PIC 9(03) VALUE ZEROS.
       77 WS-ELO                   PIC X(06) VALUE SPACES.
       77 WS-ACHOU-ELO             PIC 9 VALUE 0.
          88 ACHOU-ELO             VALUE 1.
       77 WS-VOLTAS                PIC 9(03) VALUE ZEROS.

      * ARITMETICA DE PERIODOS 'AAAA-S'
       01 WS-PER-TRAB              PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-PER-TRAB.
          05 WS-PER-ANO            PIC 9(04).
          05 WS-PER-SEP            PIC X(01).
          05 WS-PER-SEM            PIC 9(01).
       77 WS-PER-INCR              PIC 9(02) VALUE ZEROS.
       77 WS-PER-ORDEM             PIC 9(05) VALUE ZEROS.
       77 WS-PER-RESTO             PIC 9(01) VALUE ZEROS.
       01 WS-DATA-TRAB             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TRAB.
          05 WS-DATA-TRAB-ANO      PIC 9(04).
          05 WS-DATA-TRAB-MES      PIC 9(02).
          05 WS-DATA-TRAB-DIA      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* TRANCAMENTO - PEDIDO DE TRANCAMENTO         *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-TRAB
            MOVE WS-DATA-TRAB-ANO TO WS-PER-ANO
            MOVE '-' TO WS-PER-SEP
            IF WS-DATA-TRAB-MES <= 6
                MOVE 1 TO WS-PER-SEM
            ELSE
                MOVE 2 TO WS-PER-SEM
            END-IF
            MOVE WS-PER-TRAB TO WS-PERIODO-ATUAL
            MOVE 1 TO WS-PER-INCR
            PERFORM 9700-SOMA-PERIODO THRU 9700-FIM
            MOVE WS-PER-TRAB TO WS-PERIODO-SEGUINTE

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'TRANCAMENTO NEGADO - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 0700-RECEBE-PEDIDO THRU 0700-FIM
            IF RETURN-CODE NOT = 0
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-TRA-DD FROM ENVIRONMENT 'DD_TRANCAMENTOS'
            IF WS-TRA-DD = SPACES
                MOVE 'TRANCAMENTOS.TXT' TO WS-TRA-DD
            END-IF

            OPEN I-O ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'TRANCAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
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

            PERFORM 1000-CARREGA-TRANCAMENTOS THRU 1000-FIM
            PERFORM 1500-CONFERE-INICIO THRU 1500-FIM
            IF RETURN-CODE NOT = 0
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1100-CARREGA-LIMITES THRU 1100-FIM
            PERFORM 2000-CONFERE-LIMITES THRU 2000-FIM

            MOVE WS-PERIODO-INICIO TO WS-PER-TRAB
            MOVE WS-QTD-PEDIDA TO WS-PER-INCR
            PERFORM 9700-SOMA-PERIODO THRU 9700-FIM
            MOVE WS-PER-TRAB TO WS-PERIODO-RETORNO

            IF WS-MOTIVO-RECUSA NOT = SPACES
                PERFORM 3000-GRAVA-PEDIDO THRU 3000-FIM
                CLOSE ESTUDANTE
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 3000-GRAVA-PEDIDO THRU 3000-FIM
            IF STUDENT-ATIVO
               AND WS-PERIODO-INICIO = WS-PERIODO-ATUAL
                PERFORM 4000-TRANCA-ALUNO THRU 4000-FIM
            END-IF
            CLOSE ESTUDANTE

            DISPLAY 'TRANCAMENTO APROVADO - ALUNO ' WS-CD-ALVO
            DISPLAY 'PERIODOS TRANCADOS.......: ' WS-PERIODO-INICIO
                    ' + ' WS-QTD-PEDIDA
            DISPLAY 'RETORNO PREVISTO.........: ' WS-PERIODO-RETORNO
            DISPLAY 'CONSECUTIVOS / LIMITE....: ' WS-QTD-CONSEC
                    ' / ' WS-MAX-CONSEC
            DISPLAY 'TOTAL NO CURSO / LIMITE..: ' WS-QTD-TOTAL
                    ' / ' WS-MAX-TOTAL
            IF STUDENT-TRANCADO
                DISPLAY 'SITUACAO DO ALUNO........: TRANCADO'
            ELSE
                DISPLAY 'SITUACAO DO ALUNO........: ATIVO ATE O '
                        'INICIO DO TRANCAMENTO (VENCETRANCAMENTO)'
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
      * 0700-RECEBE-PEDIDO  --  ALUNO, DATA DO PEDIDO (PADRAO HOJE, NAO
      *                           PODE SER FUTURA), PRIMEIRO PERIODO,
      *                           QUANTIDADE DE PERIODOS E MOTIVO. DADO
      *                           INVALIDO: RC 4, NADA GRAVADO.
      ******************************************************************
       0700-RECEBE-PEDIDO.
            ACCEPT WS-CD-TEXTO FROM ENVIRONMENT 'DD_CD_TRANCAMENTO'
            IF WS-CD-TEXTO = SPACES
                DISPLAY 'CD-STUDENT QUE PEDE O TRANCAMENTO: '
                ACCEPT WS-CD-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-CD-TEXTO) TO WS-CD-ALVO
            END-IF
            ACCEPT WS-DT-TEXTO FROM ENVIRONMENT 'DD_DT_PEDIDO_TRANC'
            IF WS-DT-TEXTO = SPACES
                MOVE WS-DATA-HOJE TO WS-DT-PEDIDO
            ELSE
                IF WS-DT-TEXTO NOT NUMERIC
                    DISPLAY 'DATA DO PEDIDO INVALIDA (AAAAMMDD): '
                            WS-DT-TEXTO ' - PEDIDO NAO PROCESSADO.'
                    MOVE 4 TO RETURN-CODE
                    GO TO 0700-FIM
                END-IF
                MOVE WS-DT-TEXTO TO WS-DT-PEDIDO
            END-IF
            IF WS-DT-PEDIDO > WS-DATA-HOJE
                DISPLAY 'DATA DO PEDIDO FUTURA: ' WS-DT-PEDIDO
                        ' - PEDIDO NAO PROCESSADO.'
                MOVE 4 TO RETURN-CODE
                GO TO 0700-FIM
            END-IF
            ACCEPT WS-PERIODO-INICIO FROM ENVIRONMENT
                   'DD_PERIODO_TRANCAMENTO'
            IF WS-PERIODO-INICIO = SPACES
                DISPLAY 'PRIMEIRO PERIODO TRANCADO (AAAA-S): '
                ACCEPT WS-PERIODO-INICIO
            END-IF
            ACCEPT WS-QTD-TEXTO FROM ENVIRONMENT 'DD_QTD_PERIODOS_TRANC'
            IF WS-QTD-TEXTO = SPACES
                DISPLAY 'QUANTIDADE DE PERIODOS: '
                ACCEPT WS-QTD-PEDIDA
            ELSE
                MOVE FUNCTION NUMVAL(WS-QTD-TEXTO) TO WS-QTD-PEDIDA
            END-IF
            ACCEPT WS-MOTIVO FROM ENVIRONMENT 'DD_MOTIVO_TRANC'
            IF WS-MOTIVO = SPACES
                DISPLAY 'MOTIVO (FIN/MUD/SAU/INS/OUT): '
                ACCEPT WS-MOTIVO
            END-IF

            MOVE WS-PERIODO-INICIO TO WS-PER-TRAB
            IF WS-PER-ANO NOT NUMERIC OR WS-PER-SEP NOT = '-'
               OR (WS-PER-SEM NOT = 1 AND WS-PER-SEM NOT = 2)
                DISPLAY 'PERIODO INVALIDO (AAAA-S): '
                        WS-PERIODO-INICIO ' - PEDIDO NAO PROCESSADO.'
                MOVE 4 TO RETURN-CODE
                GO TO 0700-FIM
            END-IF
            IF WS-QTD-PEDIDA = ZEROS
                DISPLAY 'QUANTIDADE DE PERIODOS NAO INFORMADA - '
                        'PEDIDO NAO PROCESSADO.'
                MOVE 4 TO RETURN-CODE
                GO TO 0700-FIM
            END-IF
            IF NOT MOTIVO-VALIDO
                DISPLAY 'MOTIVO INVALIDO: ' WS-MOTIVO
                        ' - PEDIDO NAO PROCESSADO.'
                MOVE 4 TO RETURN-CODE
            END-IF.
       0700-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-TRANCAMENTOS  --  CARREGA OS TRANCAMENTOS JA
      *                                  REGISTRADOS DO ALUNO E APONTA
      *                                  O APROVADO DE RETORNO MAIS
      *                                  TARDIO (O VIGENTE).
      ******************************************************************
       1000-CARREGA-TRANCAMENTOS.
            OPEN INPUT TRANCAMENTOS
            IF NOT TRA-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ TRANCAMENTOS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF TRA-CD-STUDENT = WS-CD-ALVO
                           AND WS-QTD-TRA < 50
                            ADD 1 TO WS-QTD-TRA
                            MOVE TRA-PERIODO-INICIO TO
                                 WS-TT-INICIO(WS-QTD-TRA)
                            MOVE TRA-QTD-PERIODOS TO
                                 WS-TT-QTD(WS-QTD-TRA)
                            MOVE TRA-PERIODO-RETORNO TO
                                 WS-TT-RETORNO(WS-QTD-TRA)
                            MOVE TRA-SITUACAO TO
                                 WS-TT-SITUACAO(WS-QTD-TRA)
                            IF TRA-APROVADO
                                ADD 1 TO WS-QTD-AGENDADOS
                                IF WS-POS-VIGENTE = 0
                                   OR TRA-PERIODO-RETORNO >
                                      WS-TT-RETORNO(WS-POS-VIGENTE)
                                    MOVE WS-QTD-TRA TO WS-POS-VIGENTE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRANCAMENTOS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-LIMITES  --  LIMITES DE TRANCAMENTO DO CURSO DO
      *                             ALUNO NOS REQUISITOS DO CURSO.
      *                             SEM LINHA OU ZERADO, FICA O PADRAO
      *                             DA ESCOLA.
      ******************************************************************
       1100-CARREGA-LIMITES.
            ACCEPT WS-RQC-DD FROM ENVIRONMENT 'DD_REQUISITOS_CURSO'
            IF WS-RQC-DD = SPACES
                MOVE 'REQUISITOS_CURSO.TXT' TO WS-RQC-DD
            END-IF
            OPEN INPUT REQUISITOS-CURSO
            IF NOT RQC-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ REQUISITOS-CURSO
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF RQC-COURSE-CODE = COURSE-CODE
                            IF RQC-MAX-TRANC-CONSEC NUMERIC
                               AND RQC-MAX-TRANC-CONSEC > 0
                                MOVE RQC-MAX-TRANC-CONSEC TO
                                     WS-MAX-CONSEC
                            END-IF
                            IF RQC-MAX-TRANC-TOTAL NUMERIC
                               AND RQC-MAX-TRANC-TOTAL > 0
                                MOVE RQC-MAX-TRANC-TOTAL TO
                                     WS-MAX-TOTAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REQUISITOS-CURSO.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1500-CONFERE-INICIO  --  ALUNO ATIVO: SEM OUTRO TRANCAMENTO
      *                            AGENDADO, INICIO NO PERIODO CORRENTE
      *                            OU NO SEGUINTE. ALUNO TRANCADO: SO A
      *                            RENOVACAO, COM INICIO NO RETORNO DO
      *                            TRANCAMENTO VIGENTE. OUTRA SITUACAO
      *                            NAO TRANCA. RECUSA AQUI E RC 4 SEM
      *                            REGISTRO (PEDIDO MAL FORMULADO).
      ******************************************************************
       1500-CONFERE-INICIO.
            EVALUATE TRUE
                WHEN STUDENT-ATIVO
                    IF WS-QTD-AGENDADOS > 0
                        DISPLAY 'O ALUNO JA TEM TRANCAMENTO AGENDADO '
                                'A PARTIR DE '
                                WS-TT-INICIO(WS-POS-VIGENTE)
                                ' - PEDIDO NAO PROCESSADO.'
                        MOVE 4 TO RETURN-CODE
                        GO TO 1500-FIM
                    END-IF
                    IF WS-PERIODO-INICIO NOT = WS-PERIODO-ATUAL
                       AND WS-PERIODO-INICIO NOT = WS-PERIODO-SEGUINTE
                        DISPLAY 'O TRANCAMENTO DEVE COMECAR NO PERIODO '
                                WS-PERIODO-ATUAL ' OU NO '
                                WS-PERIODO-SEGUINTE
                                ' - PEDIDO NAO PROCESSADO.'
                        MOVE 4 TO RETURN-CODE
                    END-IF
                WHEN STUDENT-TRANCADO
                    IF WS-POS-VIGENTE = 0
                        DISPLAY 'ALUNO TRANCADO SEM TRANCAMENTO '
                                'REGISTRADO EM CURSO - PEDIDO NAO '
                                'PROCESSADO.'
                        MOVE 4 TO RETURN-CODE
                        GO TO 1500-FIM
                    END-IF
                    IF WS-PERIODO-INICIO NOT =
                       WS-TT-RETORNO(WS-POS-VIGENTE)
                        DISPLAY 'A RENOVACAO DEVE COMECAR NO RETORNO '
                                'PREVISTO: '
                                WS-TT-RETORNO(WS-POS-VIGENTE)
                                ' - PEDIDO NAO PROCESSADO.'
                        MOVE 4 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    DISPLAY 'ESTUDANTE ' WS-CD-ALVO ' NA SITUACAO '
                            STUDENT-STATUS ' NAO PODE TRANCAR.'
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-CONFERE-LIMITES  --  TOTAL NO CURSO = PERIODOS DE TODOS OS
      *                             TRANCAMENTOS APROVADOS (EM CURSO,
      *                             ENCERRADOS OU EXPIRADOS) + O PEDIDO.
      *                             CONSECUTIVOS = O PEDIDO + A CADEIA
      *                             DE TRANCAMENTOS APROVADOS QUE
      *                             TERMINAM EXATAMENTE ONDE O ELO
      *                             SEGUINTE COMECA.
      ******************************************************************
       2000-CONFERE-LIMITES.
            MOVE WS-QTD-PEDIDA TO WS-QTD-TOTAL
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TRA
                IF WS-TT-CONTA-LIMITE(WS-IDX)
                    ADD WS-TT-QTD(WS-IDX) TO WS-QTD-TOTAL
                END-IF
            END-PERFORM

            MOVE WS-QTD-PEDIDA TO WS-QTD-CONSEC
            MOVE WS-PERIODO-INICIO TO WS-ELO
            MOVE 1 TO WS-ACHOU-ELO
            MOVE ZEROS TO WS-VOLTAS
            PERFORM UNTIL NOT ACHOU-ELO OR WS-VOLTAS > WS-QTD-TRA
                ADD 1 TO WS-VOLTAS
                MOVE 0 TO WS-ACHOU-ELO
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-TRA
                    IF WS-TT-CONTA-LIMITE(WS-IDX)
                       AND WS-TT-RETORNO(WS-IDX) = WS-ELO
                        ADD WS-TT-QTD(WS-IDX) TO WS-QTD-CONSEC
                        MOVE WS-TT-INICIO(WS-IDX) TO WS-ELO
                        MOVE 1 TO WS-ACHOU-ELO
                        MOVE WS-QTD-TRA TO WS-IDX
                    END-IF
                END-PERFORM
            END-PERFORM

            IF WS-QTD-CONSEC > WS-MAX-CONSEC
                MOVE 'CON' TO WS-MOTIVO-RECUSA
                DISPLAY 'TRANCAMENTO RECUSADO - ' WS-QTD-CONSEC
                        ' PERIODOS CONSECUTIVOS, LIMITE DO CURSO '
                        WS-MAX-CONSEC '.'
                GO TO 2000-FIM
            END-IF
            IF WS-QTD-TOTAL > WS-MAX-TOTAL
                MOVE 'TOT' TO WS-MOTIVO-RECUSA
                DISPLAY 'TRANCAMENTO RECUSADO - ' WS-QTD-TOTAL
                        ' PERIODOS NO CURSO, LIMITE DO CURSO '
                        WS-MAX-TOTAL '.'
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-PEDIDO  --  ACRESCENTA O PEDIDO AO REGISTRO DE
      *                          TRANCAMENTOS: APROVADO (A) OU
      *                          RECUSADO (R) COM O MOTIVO DA RECUSA.
      ******************************************************************
       3000-GRAVA-PEDIDO.
            OPEN EXTEND TRANCAMENTOS
            IF NOT TRA-FS-OK
                OPEN OUTPUT TRANCAMENTOS
            END-IF
            IF NOT TRA-FS-OK
                DISPLAY 'ERRO AO GRAVAR ' WS-TRA-DD
                        ' - FILE STATUS: ' WS-TRA-FS
                MOVE 'TRANCAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3000-GRAVA-PEDIDO' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                MOVE 'REGISTRO DE TRANCAMENTOS NAO GRAVADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF
            MOVE WS-CD-ALVO TO TRA-CD-STUDENT
            MOVE WS-DT-PEDIDO TO TRA-DT-PEDIDO
            MOVE WS-PERIODO-INICIO TO TRA-PERIODO-INICIO
            MOVE WS-QTD-PEDIDA TO TRA-QTD-PERIODOS
            MOVE WS-PERIODO-RETORNO TO TRA-PERIODO-RETORNO
            MOVE WS-MOTIVO TO TRA-MOTIVO
            IF WS-MOTIVO-RECUSA = SPACES
                SET TRA-APROVADO TO TRUE
            ELSE
                SET TRA-RECUSADO TO TRUE
            END-IF
            MOVE WS-MOTIVO-RECUSA TO TRA-MOTIVO-RECUSA
            MOVE WS-DATA-HOJE TO TRA-DT-SITUACAO
            MOVE ZEROS TO TRA-DT-NOTIFICACAO
            MOVE WS-OPERADOR TO TRA-OPERADOR
            WRITE REG-TRANCAMENTO
            CLOSE TRANCAMENTOS.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-TRANCA-ALUNO  --  INICIO NO PERIODO CORRENTE: VIRA O
      *                          STUDENT-STATUS PARA T PELO CAMINHO
      *                          AUDITADO E GRAVA O HISTORICO DE STATUS
      *                          COM O MOTIVO DO ALUNO.
      ******************************************************************
       4000-TRANCA-ALUNO.
            MOVE STUDENT-STATUS TO WS-STATUS-ANTIGO
            SET STUDENT-TRANCADO TO TRUE
            REWRITE REG-ESTUDANTE
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR ESTUDANTE ' CD-STUDENT
                    MOVE 'TRANCAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                    MOVE '4000-TRANCA-ALUNO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                    MOVE 'TRANCAMENTO APROVADO SEM A SITUACAO T'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE WS-STATUS-ANTIGO TO STUDENT-STATUS
                    MOVE 4 TO RETURN-CODE
                    GO TO 4000-FIM
            END-REWRITE

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'A' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'STUDENT-STATUS' TO AUD-CAMPO
            MOVE WS-STATUS-ANTIGO TO AUD-VALOR-ANTIGO
            MOVE STUDENT-STATUS TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            MOVE CD-STUDENT TO SHI-CD-STUDENT
            MOVE WS-STATUS-ANTIGO TO SHI-STATUS-ANTIGO
            MOVE STUDENT-STATUS TO SHI-STATUS-NOVO
            MOVE WS-MOTIVO TO SHI-MOTIVO
            MOVE WS-OPERADOR TO SHI-OPERADOR
            CALL 'GRAVASTATUSHIST' USING WS-SHI-PARM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 9700-SOMA-PERIODO  --  SOMA WS-PER-INCR SEMESTRES AO PERIODO
      *                          'AAAA-S' EM WS-PER-TRAB.
      ******************************************************************
       9700-SOMA-PERIODO.
            COMPUTE WS-PER-ORDEM = WS-PER-ANO * 2 + WS-PER-SEM - 1
                                 + WS-PER-INCR
            DIVIDE WS-PER-ORDEM BY 2 GIVING WS-PER-ANO
                   REMAINDER WS-PER-RESTO
            COMPUTE WS-PER-SEM = WS-PER-RESTO + 1
            MOVE '-' TO WS-PER-SEP.
       9700-FIM.
            EXIT.

       END PROGRAM TRANCAMENTO.
