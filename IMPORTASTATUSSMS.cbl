      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DO ARQUIVO DE SITUACAO DE ENTREGA DEVOLVIDO
      *         PELO GATEWAY DE SMS PARA AS MENSAGENS DA FILA DO
      *         GRAVASMS: LE O ARQUIVO (HEADER 1, DETALHE 2 = MENSAGEM
      *         COM SITUACAO E-ENTREGUE/P-PENDENTE/F-FALHA/X-EXPIRADA,
      *         DATA/HORA E CODIGO DE ERRO DO GATEWAY, TRAILER 9 COM A
      *         QUANTIDADE DE DETALHES), CONFERE O TRAILER ANTES DE
      *         APLICAR QUALQUER REGISTRO, COMO O RETORNONFSE, E
      *         ACRESCENTA CADA SITUACAO AO HISTORICO DE ENTREGA
      *         (FD_SMS_HISTORICO); A MESMA SITUACAO JA IMPORTADA PARA
      *         A MESMA MENSAGEM NAO E REPETIDA. FALHAS E EXPIRADAS SAO
      *         LISTADAS NO RELATORIO SMS_FALHAS.RPT PARA A SECRETARIA
      *         CONFERIR O TELEFONE DO ALUNO. DETALHE COM
      *         IDENTIFICADOR OU SITUACAO INVALIDA VAI PARA O ARQUIVO
      *         DE REJEITADOS E O JOB TERMINA COM RC 4.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTASTATUSSMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-SMS ASSIGN TO DYNAMIC WS-STS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STS-FS.

           SELECT SMS-HISTORICO ASSIGN TO DYNAMIC WS-SHS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHS-FS.

           SELECT REJEITADOS ASSIGN TO DYNAMIC WS-REJ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-FS.

           SELECT RELATORIO-FALHAS ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-SMS.
       01 STS-LINHA                    PIC X(80).

       FD SMS-HISTORICO.
          COPY FD_SMS_HISTORICO.

       FD REJEITADOS.
       01 REJ-LINHA                    PIC X(120).

       FD RELATORIO-FALHAS.
       01 RPT-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STS-DD                PIC X(100) VALUE SPACES.
       01 WS-SHS-DD                PIC X(100) VALUE SPACES.
       01 WS-REJ-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-STS-FS                PIC XX VALUE SPACES.
          88 STS-FS-OK             VALUE '00'.
       77 WS-SHS-FS                PIC XX VALUE SPACES.
          88 SHS-FS-OK             VALUE '00'.
       77 WS-REJ-FS                PIC XX VALUE SPACES.
          88 REJ-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-STS-EOF               PIC X VALUE 'N'.
          88 STS-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SHS-EOF               PIC X VALUE 'N'.
          88 SHS-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

      * LAYOUT FIXO DO ARQUIVO DE SITUACAO DO GATEWAY (1 = HEADER,
      * 2 = MENSAGEM, 9 = TRAILER)
       01 WS-STS-DETALHE.
          03 SD-TIPO               PIC X(01).
          03 SD-ID                 PIC X(28).
          03 SD-ID-DETALHE REDEFINES SD-ID.
             05 SD-ID-DATA         PIC X(08).
             05 SD-ID-HORA         PIC X(08).
             05 SD-ID-CD           PIC X(05).
             05 SD-ID-EVENTO       PIC X(03).
                88 SD-EVENTO-VALIDO VALUE 'FAL' 'VEN' 'COB' 'NOT'.
             05 SD-ID-SEQ          PIC X(04).
          03 SD-SITUACAO           PIC X(01).
             88 SD-SITUACAO-VALIDA VALUE 'E' 'P' 'F' 'X'.
          03 SD-DATA               PIC X(08).
          03 SD-HORA               PIC X(06).
          03 SD-COD-ERRO           PIC X(10).
       01 WS-STS-TRAILER.
          03 ST-TIPO               PIC X(01).
          03 ST-QTD                PIC 9(06).

      * OS DETALHES SAO GUARDADOS EM TABELA E SO APLICADOS DEPOIS DO
      * TRAILER CONFERIR - TRANSMISSAO TRUNCADA NAO APLICA NADA.
       01 WS-TABELA-ITENS.
          05 WS-QTD-ITENS          PIC 9(05) VALUE 0.
          05 WS-ITEM-TAB OCCURS 20000 TIMES PIC X(54).
       77 WS-IDX                   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCEDENTE         PIC 9(06) VALUE ZEROS.

      * SITUACOES JA IMPORTADAS (IDENTIFICADOR + SITUACAO), PARA NAO
      * REPETIR A MESMA LINHA NO HISTORICO
       01 WS-TABELA-IMPORTADAS.
          05 WS-QTD-IMP            PIC 9(05) VALUE 0.
          05 WS-IMP-TAB OCCURS 20000 TIMES PIC X(29).
       77 WS-IDX-IMP               PIC 9(05) VALUE ZEROS.
       77 WS-CHAVE-IMP             PIC X(29) VALUE SPACES.
       77 WS-JA-IMPORTADA          PIC 9 VALUE 0.
          88 SITUACAO-JA-IMPORTADA VALUE 1.
       77 WS-IMP-ESTOUROU          PIC 9 VALUE 0.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-TEM-TRAILER           PIC 9 VALUE 0.
       77 WS-TRAILER-OK            PIC 9 VALUE 0.
       77 WS-MOTIVO                PIC X(40) VALUE SPACES.
       77 WS-QTD-ENTREGUES         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXPIRADAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REPETIDAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* IMPORTASTATUSSMS - ENTREGA DOS SMS          *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-STS-DD FROM ENVIRONMENT 'DD_SMS_STATUS'
            IF WS-STS-DD = SPACES
                MOVE 'SMS_STATUS.TXT' TO WS-STS-DD
            END-IF
            ACCEPT WS-SHS-DD FROM ENVIRONMENT 'DD_SMS_HISTORICO'
            IF WS-SHS-DD = SPACES
                MOVE 'SMS_HISTORICO.TXT' TO WS-SHS-DD
            END-IF
            ACCEPT WS-REJ-DD FROM ENVIRONMENT 'DD_SMS_STATUS_REJ'
            IF WS-REJ-DD = SPACES
                MOVE 'SMS_STATUS_REJ.TXT' TO WS-REJ-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_SMS'
            IF WS-RPT-DD = SPACES
                MOVE 'SMS_FALHAS.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-LE-STATUS THRU 1000-FIM
            IF WS-TRAILER-OK = 0
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1500-CARREGA-IMPORTADAS THRU 1500-FIM

            OPEN EXTEND SMS-HISTORICO
            IF NOT SHS-FS-OK
                OPEN OUTPUT SMS-HISTORICO
            END-IF
            IF NOT SHS-FS-OK
                DISPLAY 'HISTORICO DE SMS INDISPONIVEL (' WS-SHS-DD
                        ') - NADA APLICADO.'
                MOVE 'IMPORTASTATUSSMS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'HISTORICO DE SMS INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            OPEN EXTEND REJEITADOS
            IF NOT REJ-FS-OK
                OPEN OUTPUT REJEITADOS
            END-IF
            OPEN OUTPUT RELATORIO-FALHAS
            MOVE SPACES TO RPT-LINHA
            STRING 'SMS NAO ENTREGUES - IMPORTACAO DE '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'ALUNO EVENTO SITUACAO DATA     ERRO       MENSAGEM'
                 TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                MOVE WS-ITEM-TAB(WS-IDX) TO WS-STS-DETALHE
                PERFORM 3000-APLICA-SITUACAO THRU 3000-FIM
            END-PERFORM

            IF WS-QTD-FALHAS = 0 AND WS-QTD-EXPIRADAS = 0
                MOVE SPACES TO RPT-LINHA
                MOVE 'NENHUMA FALHA DE ENTREGA NESTE RETORNO.'
                     TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            CLOSE SMS-HISTORICO
            CLOSE REJEITADOS
            CLOSE RELATORIO-FALHAS

            DISPLAY ' '
            DISPLAY '*** RESUMO DA SITUACAO DOS SMS ***'
            DISPLAY 'MENSAGENS LIDAS......: ' WS-QTD-ITENS
            DISPLAY 'ENTREGUES............: ' WS-QTD-ENTREGUES
            DISPLAY 'PENDENTES............: ' WS-QTD-PENDENTES
            DISPLAY 'FALHAS...............: ' WS-QTD-FALHAS
            DISPLAY 'EXPIRADAS............: ' WS-QTD-EXPIRADAS
            DISPLAY 'JA IMPORTADAS........: ' WS-QTD-REPETIDAS
            DISPLAY 'REJEITADAS...........: ' WS-QTD-REJEITADAS
            DISPLAY 'RELATORIO DE FALHAS..: ' WS-RPT-DD
            IF WS-QTD-REJEITADAS > 0
                DISPLAY 'REJEITADAS EM........: ' WS-REJ-DD
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-LE-STATUS  --  LE O ARQUIVO DO GATEWAY PARA A TABELA E
      *                       CONFERE O TRAILER (QUANTIDADE DE
      *                       MENSAGENS). TRAILER AUSENTE OU
      *                       DIVERGENTE RECUSA O ARQUIVO INTEIRO.
      ******************************************************************
       1000-LE-STATUS.
            OPEN INPUT STATUS-SMS
            IF NOT STS-FS-OK
                DISPLAY 'ARQUIVO DE SITUACAO DO GATEWAY AUSENTE: '
                        WS-STS-DD
                MOVE 'IMPORTASTATUSSMS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-STATUS' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'SITUACAO DO GATEWAY DE SMS AUSENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-STS-EOF
            PERFORM UNTIL STS-FIM-ARQUIVO
                READ STATUS-SMS
                    AT END
                        MOVE 'F' TO WS-STS-EOF
                    NOT AT END
                        EVALUATE STS-LINHA(1:1)
                            WHEN '2'
                                IF WS-QTD-ITENS < 20000
                                    ADD 1 TO WS-QTD-ITENS
                                    MOVE STS-LINHA(1:54) TO
                                         WS-ITEM-TAB(WS-QTD-ITENS)
                                ELSE
                                    ADD 1 TO WS-QTD-EXCEDENTE
                                END-IF
                            WHEN '9'
                                MOVE STS-LINHA TO WS-STS-TRAILER
                                MOVE 1 TO WS-TEM-TRAILER
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE STATUS-SMS
            IF WS-TEM-TRAILER = 0
                DISPLAY 'ARQUIVO DO GATEWAY SEM TRAILER - '
                        'TRANSMISSAO POSSIVELMENTE TRUNCADA. NADA '
                        'APLICADO.'
                MOVE 'IMPORTASTATUSSMS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-STATUS' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'SITUACAO DE SMS SEM TRAILER - RECUSADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            IF WS-QTD-EXCEDENTE > 0
               OR ST-QTD NOT NUMERIC
               OR ST-QTD NOT = WS-QTD-ITENS
                DISPLAY 'TRAILER DO GATEWAY DIVERGE DO LIDO ('
                        ST-QTD '/' WS-QTD-ITENS ') - NADA APLICADO.'
                MOVE 'IMPORTASTATUSSMS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-STATUS' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TRAILER DA SITUACAO DE SMS DIVERGENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 1 TO WS-TRAILER-OK.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-IMPORTADAS  --  CARREGA IDENTIFICADOR + SITUACAO
      *                                DO HISTORICO JA GRAVADO. ALEM
      *                                DA TABELA, A CONFERENCIA DE
      *                                REPETIDAS FICA PARCIAL (AVISO).
      ******************************************************************
       1500-CARREGA-IMPORTADAS.
            OPEN INPUT SMS-HISTORICO
            IF NOT SHS-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-SHS-EOF
            PERFORM UNTIL SHS-FIM-ARQUIVO
                READ SMS-HISTORICO
                    AT END
                        MOVE 'F' TO WS-SHS-EOF
                    NOT AT END
                        IF WS-QTD-IMP < 20000
                            ADD 1 TO WS-QTD-IMP
                            MOVE SHS-ID TO WS-IMP-TAB(WS-QTD-IMP)(1:28)
                            MOVE SHS-SITUACAO TO
                                 WS-IMP-TAB(WS-QTD-IMP)(29:1)
                        ELSE
                            MOVE 1 TO WS-IMP-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SMS-HISTORICO
            IF WS-IMP-ESTOUROU = 1
                DISPLAY 'HISTORICO DE SMS MAIOR QUE A TABELA - '
                        'CONFERENCIA DE REPETIDAS PARCIAL.'
            END-IF.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 3000-APLICA-SITUACAO  --  CONFERE O DETALHE, DESCARTA A
      *                             SITUACAO JA IMPORTADA E GRAVA NO
      *                             HISTORICO; FALHA E EXPIRADA VAO
      *                             PARA O RELATORIO.
      ******************************************************************
       3000-APLICA-SITUACAO.
            MOVE SPACES TO WS-MOTIVO
            EVALUATE TRUE
                WHEN SD-ID-DATA NOT NUMERIC
                  OR SD-ID-HORA NOT NUMERIC
                  OR SD-ID-CD NOT NUMERIC
                  OR SD-ID-SEQ NOT NUMERIC
                  OR NOT SD-EVENTO-VALIDO
                    MOVE 'IDENTIFICADOR DE MENSAGEM INVALIDO'
                      TO WS-MOTIVO
                WHEN NOT SD-SITUACAO-VALIDA
                    MOVE 'SITUACAO INVALIDA (E/P/F/X)' TO WS-MOTIVO
                WHEN SD-DATA NOT NUMERIC
                  OR SD-HORA NOT NUMERIC
                    MOVE 'DATA/HORA DA SITUACAO INVALIDA' TO WS-MOTIVO
            END-EVALUATE
            IF WS-MOTIVO NOT = SPACES
                ADD 1 TO WS-QTD-REJEITADAS
                MOVE SPACES TO REJ-LINHA
                STRING WS-DATA-HOJE ' ' WS-STS-DETALHE ' ' WS-MOTIVO
                       DELIMITED BY SIZE INTO REJ-LINHA
                END-STRING
                WRITE REJ-LINHA
                GO TO 3000-FIM
            END-IF

            MOVE SD-ID TO WS-CHAVE-IMP(1:28)
            MOVE SD-SITUACAO TO WS-CHAVE-IMP(29:1)
            MOVE 0 TO WS-JA-IMPORTADA
            PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
                    UNTIL WS-IDX-IMP > WS-QTD-IMP
                       OR SITUACAO-JA-IMPORTADA
                IF WS-IMP-TAB(WS-IDX-IMP) = WS-CHAVE-IMP
                    MOVE 1 TO WS-JA-IMPORTADA
                END-IF
            END-PERFORM
            IF SITUACAO-JA-IMPORTADA
                ADD 1 TO WS-QTD-REPETIDAS
                GO TO 3000-FIM
            END-IF
            IF WS-QTD-IMP < 20000
                ADD 1 TO WS-QTD-IMP
                MOVE WS-CHAVE-IMP TO WS-IMP-TAB(WS-QTD-IMP)
            END-IF

            MOVE SD-ID TO SHS-ID
            MOVE SD-SITUACAO TO SHS-SITUACAO
            MOVE SD-DATA TO SHS-DATA
            MOVE SD-HORA TO SHS-HORA
            MOVE SD-COD-ERRO TO SHS-COD-ERRO
            MOVE WS-DATA-HOJE TO SHS-DT-IMPORTACAO
            WRITE REG-SMS-HISTORICO

            EVALUATE TRUE
                WHEN SHS-ENTREGUE
                    ADD 1 TO WS-QTD-ENTREGUES
                WHEN SHS-PENDENTE
                    ADD 1 TO WS-QTD-PENDENTES
                WHEN SHS-FALHA
                    ADD 1 TO WS-QTD-FALHAS
                    PERFORM 3500-LISTA-FALHA THRU 3500-FIM
                WHEN SHS-EXPIRADA
                    ADD 1 TO WS-QTD-EXPIRADAS
                    PERFORM 3500-LISTA-FALHA THRU 3500-FIM
            END-EVALUATE.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3500-LISTA-FALHA  --  LINHA DO RELATORIO DE SMS NAO ENTREGUE.
      ******************************************************************
       3500-LISTA-FALHA.
            MOVE SPACES TO RPT-LINHA
            STRING SHS-CD-STUDENT ' ' SHS-EVENTO '    '
                   SHS-SITUACAO '        ' SHS-DATA ' '
                   SHS-COD-ERRO ' ' SHS-ID
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       3500-FIM.
            EXIT.

       END PROGRAM IMPORTASTATUSSMS.
