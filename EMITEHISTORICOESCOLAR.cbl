      *               vencidas que a tolerancia so recebe o documento
      *               com override de supervisor (VALIDAOPERADOR),
      *               registrado na trilha de auditoria.
      * 15/10/26 RMS  O documento passou a trazer o quadro de
      *               atividades complementares por categoria (lancado,
      *               teto do curso e valido) e o total valido frente ao
      *               exigido, via subrotina SOMAATIVIDADES - as horas
      *               eram anotadas a mao no verso do historico.
      * 15/10/26 RMS  No modo de fila, os pedidos cuja finalidade e
      *               uma declaracao (FIL-PEDE-DECLARACAO) ficam
      *               pendentes para o EMITEDECLARACAO.
      * 15/10/26 RMS  O documento passou a trazer a situacao do aluno
      *               no ENADE (ENADE.TXT) em cada ano do ciclo em
      *               que foi inscrito - a regularidade no ENADE e
      *               exigida no historico do concluinte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITEHISTORICOESCOLAR.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FILA-FS.

           SELECT ENADE ASSIGN TO DYNAMIC WS-ENA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
       FD FILA-TRANSCRICAO.
          COPY FD_FILA_TRANSCRICAO.

       FD ENADE.
          COPY FD_ENADE.

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
          COPY AUDITORIA_PARM.
       01 WS-EMI-PARM.
          COPY EMISSAO_PARM.
       01 WS-ATV-PARM.
          COPY ATIVIDADE_PARM.
       77 WS-IDX-ATV               PIC 9(02) VALUE ZEROS.
       77 WS-SUPERVISOR            PIC X(20) VALUE SPACES.
       77 WS-SUPERVISOR-SENHA      PIC X(10) VALUE SPACES.
       77 WS-BLOQUEIO-LIBERADO     PIC 9 VALUE 0.
       77 WS-QTD-ATENDIDOS         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RECUSADOS         PIC 9(03) VALUE ZEROS.

       01 WS-ENA-DD                PIC X(100) VALUE SPACES.
       77 WS-ENA-FS                PIC XX VALUE SPACES.
          88 ENA-FS-OK             VALUE '00'.
       77 WS-ENA-EOF               PIC X VALUE 'N'.
          88 ENA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-ENA-SITUACAO-TXT      PIC X(10) VALUE SPACES.
       77 WS-ENA-CATEGORIA-TXT     PIC X(11) VALUE SPACES.
       77 WS-ENA-QTD               PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF NOT FIL-PENDENTE
                GO TO 6200-FIM
            END-IF
      * PEDIDO DE DECLARACAO NAO E HISTORICO - FICA PENDENTE PARA A
      * RODADA DO EMITEDECLARACAO.
            IF FIL-PEDE-DECLARACAO
                GO TO 6200-FIM
            END-IF
            IF FIL-CD-STUDENT NOT NUMERIC
                MOVE 'R' TO FIL-SITUACAO
                MOVE 'PEDIDO INVALIDO' TO FIL-MOTIVO-RECUSA
                WRITE DOC-LINHA
            END-IF

            PERFORM 5100-ATIVIDADES-COMPL THRU 5100-FIM
            PERFORM 5200-ENADE THRU 5200-FIM

            MOVE 'TRANSCR' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            MOVE SPACES TO DOC-LINHA
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-ATIVIDADES-COMPL  --  BLOCO DE ATIVIDADES COMPLEMENTARES DO
      *                              DOCUMENTO: UMA LINHA POR CATEGORIA
      *                              (LANCADO, TETO DO CURSO, VALIDO) E
      *                              O TOTAL VALIDO FRENTE AO EXIGIDO.
      *                              ALUNO SEM LANCAMENTO EM CURSO SEM
      *                              EXIGENCIA NAO GANHA O BLOCO.
      ******************************************************************
       5100-ATIVIDADES-COMPL.
            MOVE CD-STUDENT TO ATV-CD-STUDENT
            MOVE COURSE-CODE TO ATV-COURSE-CODE
            CALL 'SOMAATIVIDADES' USING WS-ATV-PARM
            IF ATV-SEM-EXIGENCIA AND ATV-HORAS-LANCADAS = ZEROS
                GO TO 5100-FIM
            END-IF

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'ATIVIDADES COMPLEMENTARES'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'CAT  CATEGORIA                       LANCADO  '
                   'TETO  VALIDO'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            PERFORM VARYING WS-IDX-ATV FROM 1 BY 1
                    UNTIL WS-IDX-ATV > ATV-QTD-CATEGORIAS
                IF ATV-CAT-LANCADAS(WS-IDX-ATV) > ZEROS
                    MOVE SPACES TO DOC-LINHA
                    STRING ATV-CAT-CODIGO(WS-IDX-ATV) '  '
                           ATV-CAT-DESCRICAO(WS-IDX-ATV) '  '
                           ATV-CAT-LANCADAS(WS-IDX-ATV) 'H  '
                           ATV-CAT-TETO(WS-IDX-ATV) '  '
                           ATV-CAT-VALIDAS(WS-IDX-ATV) 'H'
                           DELIMITED BY SIZE INTO DOC-LINHA
                    END-STRING
                    WRITE DOC-LINHA
                END-IF
            END-PERFORM
            MOVE SPACES TO DOC-LINHA
            IF ATV-SEM-EXIGENCIA
                STRING 'TOTAL VALIDO DE ATIVIDADES COMPLEMENTARES: '
                       ATV-HORAS-VALIDAS ' HORAS'
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            ELSE
                STRING 'TOTAL VALIDO DE ATIVIDADES COMPLEMENTARES: '
                       ATV-HORAS-VALIDAS ' DE ' ATV-HORAS-EXIGIDAS
                       ' HORAS EXIGIDAS'
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            END-IF
            WRITE DOC-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 5200-ENADE  --  SITUACAO DO ALUNO NO ENADE (ENADE.TXT), UMA
      *                   LINHA POR ANO DO CICLO EM QUE FOI INSCRITO.
      *                   SEM O ARQUIVO OU SEM INSCRICAO, O DOCUMENTO
      *                   NAO GANHA O BLOCO.
      ******************************************************************
       5200-ENADE.
            ACCEPT WS-ENA-DD FROM ENVIRONMENT 'DD_ENADE'
            IF WS-ENA-DD = SPACES
                MOVE 'ENADE.TXT' TO WS-ENA-DD
            END-IF
            OPEN INPUT ENADE
            IF NOT ENA-FS-OK
                GO TO 5200-FIM
            END-IF
            MOVE 0 TO WS-ENA-QTD
            MOVE 'N' TO WS-ENA-EOF
            PERFORM UNTIL ENA-FIM-ARQUIVO
                READ ENADE
                    AT END
                        MOVE 'F' TO WS-ENA-EOF
                    NOT AT END
                        IF ENA-CD-STUDENT = CD-STUDENT
                            PERFORM 5250-LINHA-ENADE THRU 5250-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENADE.
       5200-FIM.
            EXIT.

       5250-LINHA-ENADE.
            IF WS-ENA-QTD = 0
                MOVE SPACES TO DOC-LINHA
                WRITE DOC-LINHA
            END-IF
            ADD 1 TO WS-ENA-QTD
            EVALUATE TRUE
                WHEN ENA-INSCRITO
                    MOVE 'INSCRITO' TO WS-ENA-SITUACAO-TXT
                WHEN ENA-PRESENTE
                    MOVE 'PRESENTE' TO WS-ENA-SITUACAO-TXT
                WHEN ENA-DISPENSADO
                    MOVE 'DISPENSADO' TO WS-ENA-SITUACAO-TXT
                WHEN ENA-IRREGULAR
                    MOVE 'IRREGULAR' TO WS-ENA-SITUACAO-TXT
                WHEN OTHER
                    MOVE ENA-SITUACAO TO WS-ENA-SITUACAO-TXT
            END-EVALUATE
            IF ENA-CONCLUINTE
                MOVE 'CONCLUINTE' TO WS-ENA-CATEGORIA-TXT
            ELSE
                MOVE 'INGRESSANTE' TO WS-ENA-CATEGORIA-TXT
            END-IF
            MOVE SPACES TO DOC-LINHA
            STRING 'ENADE ' ENA-ANO ': ' WS-ENA-SITUACAO-TXT
                   ' (' WS-ENA-CATEGORIA-TXT ')  ' ENA-MOTIVO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA.
       5250-FIM.
            EXIT.

       END PROGRAM EMITEHISTORICOESCOLAR.
