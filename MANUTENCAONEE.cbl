      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:REGISTRO DE ATENDIMENTO A NECESSIDADES EDUCACIONAIS
      *         ESPECIAIS (FD_NEE, NEE.TXT), NOS MOLDES DAS DEMAIS
      *         MANUTENCOES: (I)NCLUIR ADAPTACAO DO ALUNO ACORDADA COM
      *         O NUCLEO DE ACESSIBILIDADE (TIPO, DEFICIENCIA NA
      *         CLASSIFICACAO DO CENSO, VIGENCIA E REFERENCIA DO
      *         LAUDO), (L)ISTAR POR ALUNO E (C)ANCELAR ADAPTACAO (O
      *         REGISTRO NAO E REMOVIDO - FICA CANCELADO E COM A
      *         VIGENCIA ENCERRADA NA DATA), SOB VALIDAOPERADOR E COM
      *         TRILHA VIA GRAVAAUDITORIA. AS ADAPTACOES VIGENTES
      *         APARECEM NO DIARIO DE CLASSE E NA LISTA DE EMERGENCIA,
      *         SAO CONFERIDAS NA ALOCACAO DE SALA (MANUTENCAOHORARIO)
      *         E ALIMENTAM OS CAMPOS DE DEFICIENCIA DO EXPORTACENSO -
      *         ATE HOJE SO O NUCLEO SABIA DELAS.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAONEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEE ASSIGN TO DYNAMIC WS-NEE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEE-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NEE.
          COPY FD_NEE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-NEE-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-NEE-FS                PIC XX VALUE SPACES.
          88 NEE-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-NEE-EOF               PIC X VALUE 'N'.
          88 NEE-FIM-ARQUIVO       VALUE 'F'.
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
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-CANCELAR     VALUE 'C' 'c'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

      * REGISTRO DE ADAPTACOES EM MEMORIA (O ARQUIVO E REGRAVADO
      * INTEIRO A CADA INCLUSAO/CANCELAMENTO, COMO NO MANUTENCAOHORARIO)
       01 WS-TABELA-NEE.
          05 WS-QTD-NEE            PIC 9(04) VALUE 0.
          05 WS-NEE-TAB OCCURS 2000 TIMES.
             10 WS-TN-REGISTRO     PIC X(82).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALVO               PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LISTADAS          PIC 9(04) VALUE ZEROS.
       77 WS-POS-NEE               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-VIGENCIA-TXT          PIC X(09) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAONEE - ATENDIMENTO NEE             *'
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

            ACCEPT WS-NEE-DD FROM ENVIRONMENT 'DD_NEE'
            IF WS-NEE-DD = SPACES
                MOVE 'NEE.TXT' TO WS-NEE-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF

            PERFORM 1000-CARREGA-NEE THRU 1000-FIM
            IF RETURN-CODE NOT = 0
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** ATENDIMENTO A NECESSIDADES ESPECIAIS ***'
                DISPLAY '(I)NCLUIR ADAPTACAO (L)ISTAR POR ALUNO '
                        '(C)ANCELAR ADAPTACAO (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INCLUIR
                        PERFORM 2000-INCLUIR THRU 2000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-CANCELAR
                        PERFORM 3000-CANCELAR THRU 3000-FIM
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
      * 1000-CARREGA-NEE  --  CARREGA O REGISTRO INTEIRO EM MEMORIA.
      *                         SEM O ARQUIVO, COMECA VAZIO; ESTOURO
      *                         DA TABELA BARRA A MANUTENCAO (A
      *                         REGRAVACAO PERDERIA REGISTROS).
      ******************************************************************
       1000-CARREGA-NEE.
            MOVE 0 TO WS-QTD-NEE
            OPEN INPUT NEE
            IF NOT NEE-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-NEE-EOF
            PERFORM UNTIL NEE-FIM-ARQUIVO
                READ NEE
                    AT END
                        MOVE 'F' TO WS-NEE-EOF
                    NOT AT END
                        IF WS-QTD-NEE < 2000
                            ADD 1 TO WS-QTD-NEE
                            MOVE REG-NEE TO
                                 WS-TN-REGISTRO(WS-QTD-NEE)
                        ELSE
                            MOVE 'F' TO WS-NEE-EOF
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NEE
            IF RETURN-CODE NOT = 0
                DISPLAY 'REGISTRO NEE EXCEDE 2000 ADAPTACOES - '
                        'MANUTENCAO SUSPENSA.'
                MOVE 'MANUTENCAONEE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-NEE' TO LOG-PARAGRAFO
                                            OF WS-LOG-PARM
                MOVE 'TABELA DE ADAPTACOES NEE ESTOURADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR  --  INCLUI UMA ADAPTACAO DO ALUNO, COM VIGENCIA
      *                     E REFERENCIA DO DOCUMENTO QUE A SUSTENTA.
      ******************************************************************
       2000-INCLUIR.
            DISPLAY 'CD-STUDENT DA ADAPTACAO: '
            ACCEPT WS-CD-ALVO
            IF ESTUDANTE-ABERTO
                MOVE WS-CD-ALVO TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        DISPLAY 'CD-STUDENT NAO CADASTRADO.'
                        GO TO 2000-FIM
                END-READ
            END-IF
            IF WS-QTD-NEE >= 2000
                DISPLAY 'TABELA DE ADAPTACOES CHEIA.'
                GO TO 2000-FIM
            END-IF

            MOVE SPACES TO REG-NEE
            MOVE WS-CD-ALVO TO NEE-CD-STUDENT
            DISPLAY 'TIPO (TEM=TEMPO EXTRA, SAL=SALA ACESSIVEL, '
                    'LIB=INTERPRETE DE LIBRAS,'
            DISPLAY '      AMP=MATERIAL AMPLIADO, OUT=OUTRA): '
            ACCEPT NEE-TIPO
            IF NOT NEE-TIPO-VALIDO
                DISPLAY 'TIPO INVALIDO - ADAPTACAO NAO GRAVADA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'DEFICIENCIA (CEG, BVI, SUR, AUD, FIS, INT, '
                    'TEA, AHS): '
            ACCEPT NEE-DEFICIENCIA
            IF NOT NEE-DEF-VALIDA
                DISPLAY 'DEFICIENCIA INVALIDA - ADAPTACAO NAO '
                        'GRAVADA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, 0=HOJE): '
            ACCEPT NEE-DT-INICIO
            IF NEE-DT-INICIO NOT NUMERIC OR NEE-DT-INICIO = ZEROS
                MOVE WS-DATA-HOJE TO NEE-DT-INICIO
            END-IF
            DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0=SEM PRAZO): '
            ACCEPT NEE-DT-FIM
            IF NEE-DT-FIM NOT NUMERIC
                MOVE ZEROS TO NEE-DT-FIM
            END-IF
            IF NEE-DT-FIM NOT = ZEROS
               AND NEE-DT-FIM < NEE-DT-INICIO
                DISPLAY 'FIM DA VIGENCIA ANTERIOR AO INICIO - '
                        'ADAPTACAO NAO GRAVADA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'REFERENCIA DO LAUDO/DOCUMENTO: '
            ACCEPT NEE-DOC-REFERENCIA
            IF NEE-DOC-REFERENCIA = SPACES
                DISPLAY 'ADAPTACAO SEM DOCUMENTO DE SUPORTE - NAO '
                        'GRAVADA.'
                GO TO 2000-FIM
            END-IF

            MOVE 'NEE' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'ID DE ADAPTACAO INDISPONIVEL.'
                GO TO 2000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO NEE-ID
            SET NEE-ATIVO TO TRUE
            MOVE WS-DATA-HOJE TO NEE-DT-REGISTRO
            MOVE WS-OPERADOR TO NEE-OPERADOR

            ADD 1 TO WS-QTD-NEE
            MOVE REG-NEE TO WS-TN-REGISTRO(WS-QTD-NEE)
            PERFORM 7000-REGRAVA-NEE THRU 7000-FIM
            DISPLAY 'ADAPTACAO ' NEE-ID ' GRAVADA.'

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'I' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'NEE-INCLUSAO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING NEE-TIPO ' ' NEE-DEFICIENCIA ' ' NEE-ID
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-CANCELAR  --  CANCELA UMA ADAPTACAO PELO ID: A SITUACAO
      *                      VIRA C E A VIGENCIA E ENCERRADA NA DATA
      *                      (O REGISTRO FICA PARA O HISTORICO).
      ******************************************************************
       3000-CANCELAR.
            DISPLAY 'ID DA ADAPTACAO A CANCELAR: '
            ACCEPT WS-ID-ALVO
            MOVE 0 TO WS-POS-NEE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-NEE
                MOVE WS-TN-REGISTRO(WS-IDX) TO REG-NEE
                IF NEE-ID = WS-ID-ALVO
                    MOVE WS-IDX TO WS-POS-NEE
                    MOVE WS-QTD-NEE TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-NEE = 0
                DISPLAY 'ADAPTACAO NAO ENCONTRADA.'
                GO TO 3000-FIM
            END-IF
            MOVE WS-TN-REGISTRO(WS-POS-NEE) TO REG-NEE
            IF NEE-CANCELADO
                DISPLAY 'ADAPTACAO JA CANCELADA.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'ALUNO ' NEE-CD-STUDENT ' TIPO ' NEE-TIPO
                    ' DEFICIENCIA ' NEE-DEFICIENCIA
                    ' LAUDO ' NEE-DOC-REFERENCIA
            DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                DISPLAY 'CANCELAMENTO DESISTIDO.'
                GO TO 3000-FIM
            END-IF

            SET NEE-CANCELADO TO TRUE
            IF NEE-DT-FIM = ZEROS OR NEE-DT-FIM > WS-DATA-HOJE
                MOVE WS-DATA-HOJE TO NEE-DT-FIM
            END-IF
            MOVE REG-NEE TO WS-TN-REGISTRO(WS-POS-NEE)
            PERFORM 7000-REGRAVA-NEE THRU 7000-FIM
            DISPLAY 'ADAPTACAO ' NEE-ID ' CANCELADA.'

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'C' TO AUD-COD-TRANS
            MOVE NEE-CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'NEE-CANCELA' TO AUD-CAMPO
            STRING NEE-TIPO ' ' NEE-DEFICIENCIA ' ' NEE-ID
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE 'CANCELADA' TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA AS ADAPTACOES DE UM ALUNO, COM A
      *                    SITUACAO DA VIGENCIA NA DATA.
      ******************************************************************
       6000-LISTAR.
            DISPLAY 'CD-STUDENT A LISTAR: '
            ACCEPT WS-CD-ALVO
            MOVE 0 TO WS-QTD-LISTADAS
            DISPLAY 'ID     TIPO DEF INICIO   FIM      LAUDO'
                    '                SITUACAO'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-NEE
                MOVE WS-TN-REGISTRO(WS-IDX) TO REG-NEE
                IF NEE-CD-STUDENT = WS-CD-ALVO
                    ADD 1 TO WS-QTD-LISTADAS
                    EVALUATE TRUE
                        WHEN NEE-CANCELADO
                            MOVE 'CANCELADA' TO WS-VIGENCIA-TXT
                        WHEN NEE-DT-INICIO > WS-DATA-HOJE
                            MOVE 'FUTURA' TO WS-VIGENCIA-TXT
                        WHEN NEE-DT-FIM NOT = ZEROS
                             AND NEE-DT-FIM < WS-DATA-HOJE
                            MOVE 'VENCIDA' TO WS-VIGENCIA-TXT
                        WHEN OTHER
                            MOVE 'VIGENTE' TO WS-VIGENCIA-TXT
                    END-EVALUATE
                    DISPLAY NEE-ID ' ' NEE-TIPO '  '
                            NEE-DEFICIENCIA ' '
                            NEE-DT-INICIO ' ' NEE-DT-FIM ' '
                            NEE-DOC-REFERENCIA ' '
                            WS-VIGENCIA-TXT
                END-IF
            END-PERFORM
            DISPLAY 'ADAPTACOES DO ALUNO: ' WS-QTD-LISTADAS.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-NEE  --  REGRAVA O REGISTRO INTEIRO A PARTIR DA
      *                         TABELA.
      ******************************************************************
       7000-REGRAVA-NEE.
            OPEN OUTPUT NEE
            IF NOT NEE-FS-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-NEE-DD ': ' WS-NEE-FS
                MOVE 'MANUTENCAONEE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-NEE' TO LOG-PARAGRAFO
                                            OF WS-LOG-PARM
                MOVE 'ERRO AO REGRAVAR O REGISTRO NEE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-NEE
                MOVE WS-TN-REGISTRO(WS-IDX) TO REG-NEE
                WRITE REG-NEE
            END-PERFORM
            CLOSE NEE.
       7000-FIM.
            EXIT.

       END PROGRAM MANUTENCAONEE.
