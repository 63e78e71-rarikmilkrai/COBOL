      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LANCAMENTO DE ATIVIDADES COMPLEMENTARES
      *         (ATIVIDADES_COMPL.TXT, FD_ATIVIDADE_COMPL): (L)ANCA O
      *         CERTIFICADO APRESENTADO PELO ALUNO (ALUNO ATIVO,
      *         CATEGORIA PREVISTA PARA O CURSO EM
      *         CATEGORIAS_ATIVIDADE.TXT, HORAS DE 1 A 999 E REFERENCIA
      *         DO CERTIFICADO OBRIGATORIA E NAO REPETIDA PARA O ALUNO),
      *         AVISANDO QUANDO A CATEGORIA JA PASSOU DO TETO DO CURSO
      *         (O EXCEDENTE FICA REGISTRADO MAS NAO CONTA); (E)STORNA
      *         UM LANCAMENTO (FICA NO ARQUIVO COMO E, SEM CONTAR);
      *         (C)ONSULTA O QUADRO DO ALUNO POR CATEGORIA VIA
      *         SOMAATIVIDADES; E (F)IM. O NUMERO DO LANCAMENTO VEM DA
      *         SERIE ATIVCOMP DO GERATICKET E TUDO PASSA POR
      *         VALIDAOPERADOR E GRAVAAUDITORIA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAATIVIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVIDADES ASSIGN TO DYNAMIC WS-ACP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACP-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ATIVIDADES.
          COPY FD_ATIVIDADE_COMPL.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-ACP-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-ACP-FS                PIC XX VALUE SPACES.
          88 ACP-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-ACP-EOF               PIC X VALUE 'N'.
          88 ACP-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-ATV-PARM.
          COPY ATIVIDADE_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-LANCAR       VALUE 'L' 'l'.
             88 TRANS-ESTORNAR     VALUE 'E' 'e'.
             88 TRANS-CONSULTAR    VALUE 'C' 'c'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

      * LANCAMENTOS EM MEMORIA, NO MESMO LAYOUT DO ARQUIVO
       01 WS-TABELA-LANCAMENTOS.
          05 WS-QTD-ACP            PIC 9(04) VALUE 0.
          05 WS-AC OCCURS 5000 TIMES.
             10 WS-AC-ID           PIC 9(06).
             10 WS-AC-CD           PIC 9(05).
             10 WS-AC-CATEGORIA    PIC X(03).
             10 WS-AC-HORAS        PIC 9(03).
             10 WS-AC-CERTIFICADO  PIC X(20).
             10 WS-AC-DESCRICAO    PIC X(30).
             10 WS-AC-DT-LANC      PIC 9(08).
             10 WS-AC-OPERADOR     PIC X(20).
             10 WS-AC-SIT          PIC X(01).
       77 WS-ACP-ESTOUROU          PIC 9 VALUE 0.
          88 LANCAMENTOS-ESTOURARAM VALUE 1.

       01 WS-NOVO-LANCAMENTO.
          03 WS-NV-CD              PIC 9(05) VALUE ZEROS.
          03 WS-NV-CATEGORIA       PIC X(03) VALUE SPACES.
          03 WS-NV-HORAS           PIC 9(03) VALUE ZEROS.
          03 WS-NV-CERTIFICADO     PIC X(20) VALUE SPACES.
          03 WS-NV-DESCRICAO       PIC X(30) VALUE SPACES.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-ID-ALVO               PIC 9(06) VALUE ZEROS.
       77 WS-POS-ACP               PIC 9(04) VALUE ZEROS.
       77 WS-POS-CAT               PIC 9(02) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CAT               PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 REGISTRO-ACHADO       VALUE 1.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
          88 CONFIRMADO            VALUE 'S' 's'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* LANCAATIVIDADE - ATIVIDADES COMPLEMENTARES  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'LANCAMENTO DE ATIVIDADES NEGADO - OPERADOR '
                        'SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-ACP-DD FROM ENVIRONMENT 'DD_ATIVIDADES_COMPL'
            IF WS-ACP-DD = SPACES
                MOVE 'ATIVIDADES_COMPL.TXT' TO WS-ACP-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF

            PERFORM 1000-CARREGA-LANCAMENTOS THRU 1000-FIM
      * ARQUIVO ALEM DA TABELA: REGRAVAR A CARGA TRUNCADA APAGARIA OS
      * LANCAMENTOS EXCEDENTES - A RODADA E RECUSADA E O ARQUIVO FICA
      * INTACTO.
            IF LANCAMENTOS-ESTOURARAM
                DISPLAY 'ARQUIVO DE ATIVIDADES COM MAIS DE 5000 LINHAS'
                        ' - RODADA RECUSADA, ARQUIVO PRESERVADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** ATIVIDADES COMPLEMENTARES ***'
                DISPLAY '(L)ANCAR CERTIFICADO  (E)STORNAR  '
                        '(C)ONSULTAR ALUNO  (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-LANCAR
                        PERFORM 2000-LANCAR THRU 2000-FIM
                    WHEN TRANS-ESTORNAR
                        PERFORM 3000-ESTORNAR THRU 3000-FIM
                    WHEN TRANS-CONSULTAR
                        PERFORM 4000-CONSULTAR THRU 4000-FIM
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
      * 1000-CARREGA-LANCAMENTOS  --  CARREGA O ARQUIVO DE LANCAMENTOS
      *                                 INTEIRO EM MEMORIA.
      ******************************************************************
       1000-CARREGA-LANCAMENTOS.
            MOVE 0 TO WS-ACP-ESTOUROU
            OPEN INPUT ATIVIDADES
            IF NOT ACP-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ACP-EOF
            PERFORM UNTIL ACP-FIM-ARQUIVO
                READ ATIVIDADES
                    AT END
                        MOVE 'F' TO WS-ACP-EOF
                    NOT AT END
                        IF WS-QTD-ACP < 5000
                            ADD 1 TO WS-QTD-ACP
                            MOVE REG-ATIVIDADE-COMPL
                              TO WS-AC(WS-QTD-ACP)
                        ELSE
                            MOVE 1 TO WS-ACP-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATIVIDADES.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-LANCAR  --  LANCA UM CERTIFICADO DE ATIVIDADE COMPLEMENTAR
      *                  PARA UM ALUNO ATIVO, NA CATEGORIA PREVISTA PARA
      *                  O CURSO DELE.
      ******************************************************************
       2000-LANCAR.
            INITIALIZE WS-NOVO-LANCAMENTO
            DISPLAY 'CD-STUDENT DO ALUNO.....: '
            ACCEPT WS-NV-CD
            IF NOT ESTUDANTE-ABERTO
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
                GO TO 2000-FIM
            END-IF
            MOVE WS-NV-CD TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO CADASTRADO.'
                    GO TO 2000-FIM
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'ESTUDANTE NAO ESTA ATIVO (SITUACAO '
                        STUDENT-STATUS ') - LANCAMENTO RECUSADO.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'ALUNO: ' NM-STUDENT ' CURSO ' COURSE-CODE

      * QUADRO ATUAL DO ALUNO: TRAZ AS CATEGORIAS DO CURSO E O QUE JA
      * FOI LANCADO EM CADA UMA
            MOVE WS-NV-CD TO ATV-CD-STUDENT
            MOVE COURSE-CODE TO ATV-COURSE-CODE
            CALL 'SOMAATIVIDADES' USING WS-ATV-PARM
            IF ATV-QTD-CATEGORIAS = ZEROS
                DISPLAY 'CURSO ' COURSE-CODE ' SEM CATEGORIAS DE '
                        'ATIVIDADE CADASTRADAS.'
                GO TO 2000-FIM
            END-IF
            PERFORM 4100-MOSTRA-QUADRO THRU 4100-FIM

            DISPLAY 'CATEGORIA...............: '
            ACCEPT WS-NV-CATEGORIA
            MOVE ZEROS TO WS-POS-CAT
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > ATV-QTD-CATEGORIAS
                IF ATV-CAT-CODIGO(WS-IDX-CAT) = WS-NV-CATEGORIA
                   AND ATV-CAT-TETO(WS-IDX-CAT) > ZEROS
                    MOVE WS-IDX-CAT TO WS-POS-CAT
                END-IF
            END-PERFORM
            IF WS-POS-CAT = ZEROS
                DISPLAY 'CATEGORIA NAO PREVISTA PARA O CURSO - '
                        'LANCAMENTO RECUSADO.'
                GO TO 2000-FIM
            END-IF

            DISPLAY 'HORAS DO CERTIFICADO....: '
            ACCEPT WS-NV-HORAS
            IF WS-NV-HORAS = ZEROS
                DISPLAY 'HORAS INVALIDAS.'
                GO TO 2000-FIM
            END-IF

            DISPLAY 'REFERENCIA DO CERTIFICADO: '
            ACCEPT WS-NV-CERTIFICADO
            IF WS-NV-CERTIFICADO = SPACES
                DISPLAY 'REFERENCIA DO CERTIFICADO OBRIGATORIA - '
                        'LANCAMENTO RECUSADO.'
                GO TO 2000-FIM
            END-IF
      * O MESMO CERTIFICADO NAO PODE SER LANCADO DUAS VEZES PARA O
      * ALUNO (ESTORNADO PODE SER RELANCADO)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ACP
                IF WS-AC-CD(WS-IDX) = WS-NV-CD
                   AND WS-AC-CERTIFICADO(WS-IDX) = WS-NV-CERTIFICADO
                   AND WS-AC-SIT(WS-IDX) = 'V'
                    DISPLAY 'CERTIFICADO JA LANCADO NO LANCAMENTO '
                            WS-AC-ID(WS-IDX) ' - RECUSADO.'
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            DISPLAY 'DESCRICAO DA ATIVIDADE..: '
            ACCEPT WS-NV-DESCRICAO

      * ACIMA DO TETO O LANCAMENTO E ACEITO (O CERTIFICADO EXISTE), MAS
      * AS HORAS EXCEDENTES NAO CONTAM PARA O TOTAL DO CURSO
            IF ATV-CAT-LANCADAS(WS-POS-CAT) + WS-NV-HORAS
               > ATV-CAT-TETO(WS-POS-CAT)
                DISPLAY 'ATENCAO: CATEGORIA ' WS-NV-CATEGORIA
                        ' PASSA DO TETO DE ' ATV-CAT-TETO(WS-POS-CAT)
                        ' HORAS - O EXCEDENTE NAO CONTA.'
                DISPLAY 'CONFIRMA O LANCAMENTO (S/N)? '
                ACCEPT WS-CONFIRMA
                IF NOT CONFIRMADO
                    DISPLAY 'LANCAMENTO CANCELADO.'
                    GO TO 2000-FIM
                END-IF
            END-IF

            IF WS-QTD-ACP >= 5000
                DISPLAY 'TABELA DE LANCAMENTOS CHEIA.'
                GO TO 2000-FIM
            END-IF
            MOVE 'ATIVCOMP' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DE LANCAMENTO INDISPONIVEL - TENTE DE '
                        'NOVO.'
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-ACP
            INITIALIZE WS-AC(WS-QTD-ACP)
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO
                 WS-AC-ID(WS-QTD-ACP)
            MOVE WS-NV-CD TO WS-AC-CD(WS-QTD-ACP)
            MOVE WS-NV-CATEGORIA TO WS-AC-CATEGORIA(WS-QTD-ACP)
            MOVE WS-NV-HORAS TO WS-AC-HORAS(WS-QTD-ACP)
            MOVE WS-NV-CERTIFICADO TO WS-AC-CERTIFICADO(WS-QTD-ACP)
            MOVE WS-NV-DESCRICAO TO WS-AC-DESCRICAO(WS-QTD-ACP)
            MOVE WS-DATA-HOJE TO WS-AC-DT-LANC(WS-QTD-ACP)
            MOVE WS-OPERADOR TO WS-AC-OPERADOR(WS-QTD-ACP)
            MOVE 'V' TO WS-AC-SIT(WS-QTD-ACP)
            PERFORM 7000-REGRAVA-LANCAMENTOS THRU 7000-FIM
            DISPLAY 'LANCAMENTO INCLUIDO - NUMERO '
                    WS-AC-ID(WS-QTD-ACP)

            MOVE 'ATIVCOMP-LANCA' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-AC-ID(WS-QTD-ACP) TO AUD-VALOR-NOVO
            MOVE WS-NV-CD TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-ESTORNAR  --  ESTORNA UM LANCAMENTO VALIDO (CERTIFICADO
      *                    RECUSADO OU LANCADO ERRADO). O REGISTRO FICA
      *                    NO ARQUIVO COMO E E DEIXA DE CONTAR.
      ******************************************************************
       3000-ESTORNAR.
            DISPLAY 'NUMERO DO LANCAMENTO....: '
            ACCEPT WS-ID-ALVO
            MOVE ZEROS TO WS-POS-ACP
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ACP
                IF WS-AC-ID(WS-IDX) = WS-ID-ALVO
                    MOVE WS-IDX TO WS-POS-ACP
                    MOVE WS-QTD-ACP TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-ACP = ZEROS
                DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
                GO TO 3000-FIM
            END-IF
            IF WS-AC-SIT(WS-POS-ACP) NOT = 'V'
                DISPLAY 'LANCAMENTO JA ESTORNADO.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-AC-CD(WS-POS-ACP) ' CATEGORIA '
                    WS-AC-CATEGORIA(WS-POS-ACP) ' HORAS '
                    WS-AC-HORAS(WS-POS-ACP) ' CERTIFICADO '
                    WS-AC-CERTIFICADO(WS-POS-ACP)
            DISPLAY 'CONFIRMA O ESTORNO (S/N)? '
            ACCEPT WS-CONFIRMA
            IF NOT CONFIRMADO
                DISPLAY 'ESTORNO CANCELADO.'
                GO TO 3000-FIM
            END-IF
            MOVE 'E' TO WS-AC-SIT(WS-POS-ACP)
            PERFORM 7000-REGRAVA-LANCAMENTOS THRU 7000-FIM
            DISPLAY 'LANCAMENTO ' WS-ID-ALVO ' ESTORNADO.'

            MOVE 'ATIVCOMP-ESTOR' TO AUD-CAMPO
            MOVE 'V' TO AUD-VALOR-ANTIGO
            MOVE 'E' TO AUD-VALOR-NOVO
            MOVE WS-AC-CD(WS-POS-ACP) TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-CONSULTAR  --  QUADRO DE ATIVIDADES COMPLEMENTARES DE UM
      *                     ALUNO E OS LANCAMENTOS DELE.
      ******************************************************************
       4000-CONSULTAR.
            DISPLAY 'CD-STUDENT DO ALUNO.....: '
            ACCEPT WS-NV-CD
            IF NOT ESTUDANTE-ABERTO
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
                GO TO 4000-FIM
            END-IF
            MOVE WS-NV-CD TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO CADASTRADO.'
                    GO TO 4000-FIM
            END-READ
            DISPLAY 'ALUNO: ' NM-STUDENT ' CURSO ' COURSE-CODE
            MOVE WS-NV-CD TO ATV-CD-STUDENT
            MOVE COURSE-CODE TO ATV-COURSE-CODE
            CALL 'SOMAATIVIDADES' USING WS-ATV-PARM
            PERFORM 4100-MOSTRA-QUADRO THRU 4100-FIM

            DISPLAY ' '
            DISPLAY 'LANCTO CAT HRS CERTIFICADO          DATA     SIT'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ACP
                IF WS-AC-CD(WS-IDX) = WS-NV-CD
                    DISPLAY WS-AC-ID(WS-IDX) ' '
                            WS-AC-CATEGORIA(WS-IDX) ' '
                            WS-AC-HORAS(WS-IDX) ' '
                            WS-AC-CERTIFICADO(WS-IDX) ' '
                            WS-AC-DT-LANC(WS-IDX) ' '
                            WS-AC-SIT(WS-IDX)
                END-IF
            END-PERFORM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-MOSTRA-QUADRO  --  MOSTRA O RETORNO DA SOMAATIVIDADES:
      *                         CATEGORIA, TETO, LANCADO E VALIDO, MAIS
      *                         O TOTAL FRENTE AO EXIGIDO PELO CURSO.
      ******************************************************************
       4100-MOSTRA-QUADRO.
            DISPLAY ' '
            DISPLAY 'CAT DESCRICAO                       TETO '
                    'LANCADO VALIDO'
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > ATV-QTD-CATEGORIAS
                DISPLAY ATV-CAT-CODIGO(WS-IDX-CAT) ' '
                        ATV-CAT-DESCRICAO(WS-IDX-CAT) ' '
                        ATV-CAT-TETO(WS-IDX-CAT) ' '
                        ATV-CAT-LANCADAS(WS-IDX-CAT) '   '
                        ATV-CAT-VALIDAS(WS-IDX-CAT)
            END-PERFORM
            EVALUATE TRUE
                WHEN ATV-SEM-EXIGENCIA
                    DISPLAY 'TOTAL VALIDO: ' ATV-HORAS-VALIDAS
                            ' - CURSO SEM EXIGENCIA DE HORAS.'
                WHEN ATV-CUMPRIDA
                    DISPLAY 'TOTAL VALIDO: ' ATV-HORAS-VALIDAS
                            ' DE ' ATV-HORAS-EXIGIDAS ' - CUMPRIDO.'
                WHEN OTHER
                    DISPLAY 'TOTAL VALIDO: ' ATV-HORAS-VALIDAS
                            ' DE ' ATV-HORAS-EXIGIDAS ' - PENDENTE.'
            END-EVALUATE.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-LANCAMENTOS  --  REGRAVA O ARQUIVO DE LANCAMENTOS
      *                                 INTEIRO A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-LANCAMENTOS.
            OPEN OUTPUT ATIVIDADES
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ACP
                MOVE WS-AC(WS-IDX) TO REG-ATIVIDADE-COMPL
                WRITE REG-ATIVIDADE-COMPL
            END-PERFORM
            CLOSE ATIVIDADES.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DE ATIVIDADE
      *                            COMPLEMENTAR (TRANSACAO A -
      *                            ALTERACAO).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'A' TO AUD-COD-TRANS
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM LANCAATIVIDADE.
