      *               PROCESSAACKJSON casa com o arquivo de ack do
      *               portal - ja ficamos uma semana sem saber que o
      *               import do portal tinha falhado la.
      * 15/10/26 RMS  Cada estudante passou a levar o array
      *               cobrancas_pix (competencia, vencimento, valor e
      *               txid das parcelas abertas com cobranca PIX) para
      *               o portal exibir o PIX copia-e-cola.
      * 15/10/26 RMS  nm_student passou a levar o nome social quando
      *               registrado (RESOLVENOME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAESTUDANTESJSON.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENV-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT.
          03 ENV-CD-STUDENT                 PIC 9(05).
          03 ENV-SITUACAO                   PIC X(01).

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD                     PIC X(100) VALUE SPACES.
       01 WS-JSON-DD                        PIC X(100) VALUE SPACES.
           COPY LOGERRO_PARM.
       01 WS-ESTAT-PARM.
           COPY ESTAT_PARM.
       01 WS-NOM-PARM.
           COPY NOME_PARM.
       01 WS-ENV-DD                         PIC X(100) VALUE SPACES.
       77 WS-ENV-FS                         PIC X(02)  VALUE SPACES.
          88 ENV-FS-OK                      VALUE '00'.
       77 WS-CICLO                          PIC X(17)  VALUE SPACES.
       77 WS-CICLO-DATA                     PIC 9(08)  VALUE ZEROS.
       77 WS-CICLO-HORA                     PIC 9(08)  VALUE ZEROS.
       01 WS-MEN-DD                         PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                         PIC X(02)  VALUE SPACES.
          88 MEN-FS-OK                      VALUE '00'.
       77 WS-MEN-ABERTO                     PIC 9      VALUE 0.
          88 MENSALIDADES-ABERTO            VALUE 1.
       77 WS-MEN-EOF                        PIC X      VALUE 'N'.
          88 MEN-FIM-ARQUIVO                VALUE 'F'.
       77 WS-PRIMEIRA-COBRANCA              PIC 9      VALUE 1.
          88 PRIMEIRA-COBRANCA              VALUE 1.
       77 WS-PIX-VALOR-ED                   PIC ZZZZ9.99.
       77 WS-QTD-COBRANCAS-PIX              PIC 9(05)  VALUE ZEROS.
       01 WS-DADOS                          PIC X(75) VALUE SPACES.

       01 FILLER REDEFINES WS-DADOS.
                MOVE 1 TO WS-ENV-ABERTO
            END-IF

            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            OPEN INPUT MENSALIDADES
            IF MEN-FS-OK
                MOVE 1 TO WS-MEN-ABERTO
            ELSE
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                        ') - COBRANCAS PIX EXPORTADAS VAZIAS.'
            END-IF

            MOVE SPACES TO JSON-LINHA
            MOVE '[' TO JSON-LINHA
            WRITE JSON-LINHA

            CLOSE STUDENT
            CLOSE JSON-STUDENT
            IF MENSALIDADES-ABERTO
                CLOSE MENSALIDADES
            END-IF
            IF ENVIADOS-ABERTO
                CLOSE JSON-ENVIADOS
                DISPLAY 'CICLO DE INTERFACE...: [' WS-CICLO ']'
            END-IF

            DISPLAY 'ARQUIVO JSON GERADO..: ' WS-JSON-DD
            DISPLAY 'REGISTROS EXPORTADOS.: ' WS-QTD-EXPORTADOS
            DISPLAY 'COBRANCAS PIX........: ' WS-QTD-COBRANCAS-PIX.

       FIM-DO-PROGRAMA.
            PERFORM 9000-ESTATISTICAS-EXECUCAO THRU 9000-FIM
            MOVE WS-CD-STUDENT TO WS-CD-STUDENT-ED
            MOVE SPACES TO JSON-LINHA

            MOVE WS-CD-STUDENT TO NOM-P-CD-STUDENT
            MOVE WS-NM-STUDENT TO NOM-P-NM-CIVIL
            CALL 'RESOLVENOME' USING WS-NOM-PARM
            MOVE NOM-P-NOME TO WS-JSON-ESC-ENTRADA
            PERFORM 2100-ESCAPA-ASPAS-JSON THRU 2100-FIM
            MOVE WS-JSON-ESC-SAIDA TO WS-NM-STUDENT-JSON

                    FUNCTION TRIM(WS-COURSE-CODE-JSON) DELIMITED BY SIZE
                    '","student_status":"' DELIMITED BY SIZE
                    WS-STUDENT-STATUS               DELIMITED BY SIZE
                    '","cobrancas_pix":[' DELIMITED BY SIZE
                    INTO JSON-LINHA
                END-STRING
            ELSE
                    FUNCTION TRIM(WS-COURSE-CODE-JSON) DELIMITED BY SIZE
                    '","student_status":"' DELIMITED BY SIZE
                    WS-STUDENT-STATUS               DELIMITED BY SIZE
                    '","cobrancas_pix":[' DELIMITED BY SIZE
                    INTO JSON-LINHA
                END-STRING
            END-IF

            WRITE JSON-LINHA
            PERFORM 2200-GRAVA-COBRANCAS-PIX THRU 2200-FIM
            MOVE SPACES TO JSON-LINHA
            MOVE '  ]}' TO JSON-LINHA
            WRITE JSON-LINHA
            ADD 1 TO WS-QTD-EXPORTADOS
            IF ENVIADOS-ABERTO
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2200-GRAVA-COBRANCAS-PIX  --  GRAVA NO ARRAY COBRANCAS_PIX DO
      *                                 ESTUDANTE CORRENTE AS PARCELAS
      *                                 ABERTAS COM TXID
      *                                 (GERACOBRANCAPIX), PARA O
      *                                 PORTAL EXIBIR O PIX
      *                                 COPIA-E-COLA. SEM MENSALIDADES,
      *                                 O ARRAY SAI VAZIO.
      ******************************************************************
       2200-GRAVA-COBRANCAS-PIX.
            IF NOT MENSALIDADES-ABERTO
                GO TO 2200-FIM
            END-IF
            MOVE 1 TO WS-PRIMEIRA-COBRANCA
            MOVE WS-CD-STUDENT TO MEN-CD-STUDENT
            MOVE ZEROS TO MEN-COMPETENCIA
            MOVE 'N' TO WS-MEN-EOF
            START MENSALIDADES KEY IS >= MEN-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-MEN-EOF
            END-START
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-CD-STUDENT NOT = WS-CD-STUDENT
                            MOVE 'F' TO WS-MEN-EOF
                        ELSE
                            IF MEN-ABERTA
                               AND MEN-PIX-TXID NOT = SPACES
                                PERFORM 2250-GRAVA-UMA-COBRANCA
                                     THRU 2250-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2250-GRAVA-UMA-COBRANCA  --  UM OBJETO DO ARRAY COBRANCAS_PIX,
      *                                COM VIRGULA A PARTIR DO SEGUNDO.
      ******************************************************************
       2250-GRAVA-UMA-COBRANCA.
            MOVE MEN-VALOR TO WS-PIX-VALOR-ED
            MOVE SPACES TO JSON-LINHA
            IF PRIMEIRA-COBRANCA
                MOVE 0 TO WS-PRIMEIRA-COBRANCA
                STRING
                    '    {"competencia":"' DELIMITED BY SIZE
                    MEN-COMPETENCIA DELIMITED BY SIZE
                    '","vencimento":"' DELIMITED BY SIZE
                    MEN-DT-VENCIMENTO DELIMITED BY SIZE
                    '","valor":' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PIX-VALOR-ED) DELIMITED BY SIZE
                    ',"txid":"' DELIMITED BY SIZE
                    FUNCTION TRIM(MEN-PIX-TXID) DELIMITED BY SIZE
                    '"}' DELIMITED BY SIZE
                    INTO JSON-LINHA
                END-STRING
            ELSE
                STRING
                    '    ,{"competencia":"' DELIMITED BY SIZE
                    MEN-COMPETENCIA DELIMITED BY SIZE
                    '","vencimento":"' DELIMITED BY SIZE
                    MEN-DT-VENCIMENTO DELIMITED BY SIZE
                    '","valor":' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PIX-VALOR-ED) DELIMITED BY SIZE
                    ',"txid":"' DELIMITED BY SIZE
                    FUNCTION TRIM(MEN-PIX-TXID) DELIMITED BY SIZE
                    '"}' DELIMITED BY SIZE
                    INTO JSON-LINHA
                END-STRING
            END-IF
            WRITE JSON-LINHA
            ADD 1 TO WS-QTD-COBRANCAS-PIX.
       2250-FIM.
            EXIT.

      ******************************************************************
      * 2100-ESCAPA-ASPAS-JSON  --  ESCAPA ASPAS DUPLAS E BARRAS
      *                               INVERTIDAS DE WS-JSON-ESC-ENTRADA
