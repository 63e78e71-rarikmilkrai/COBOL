      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SUBROTINA DE NADA CONSTA: CONFERENCIA UNICA DE
      *         PENDENCIAS DO CD-STUDENT ANTES DE DIPLOMA, GUIA DE
      *         TRANSFERENCIA E CERTIDAO DE NADA CONSTA (COPYBOOK
      *         NADACONSTA_PARM). CONFERE (1) O BLOQUEIO FINANCEIRO,
      *         VIA BLOQUEIOFINANCEIRO, QUANDO O CHAMADOR PEDE; (2) OS
      *         DOCUMENTOS DE MATRICULA PENDENTES NO CHECKLIST DO
      *         CONTROLADOCUMENTO (DOCS_ALUNO.TXT); (3) OS DEBITOS DE
      *         BIBLIOTECA EM ABERTO - COBRANCAS DO REGISTRO DA
      *         BIBLIOTECA CUJO ITEM NO ARQUIVO DE MENSALIDADES AINDA
      *         ESTA ABERTO; (4) A SUSPENSAO DISCIPLINAR EM CURSO
      *         (OCORRENCIA TIPO S COM FIM HOJE OU ADIANTE); E (5) OS
      *         EQUIPAMENTOS EMPRESTADOS NAO DEVOLVIDOS. ARQUIVO
      *         AUSENTE CONTA COMO NADA PENDENTE NAQUELE QUESITO, NO
      *         MESMO CRITERIO DO BLOQUEIOFINANCEIRO. O OVERRIDE DE
      *         SUPERVISOR, QUANDO HOUVER, E DECISAO DO CHAMADOR.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - o diploma so olhava o financeiro e a
      *               guia de transferencia nao olhava nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NADACONSTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCS-ALUNO ASSIGN TO DYNAMIC WS-DAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DAL-FS.

           SELECT COBRANCAS-BIBLIOTECA ASSIGN TO DYNAMIC WS-CBB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBB-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT OCORRENCIAS ASSIGN TO DYNAMIC WS-OCO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCO-FS.

           SELECT EQUIPAMENTOS ASSIGN TO DYNAMIC WS-EQP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EQP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DOCS-ALUNO.
          COPY FD_DOC_ALUNO.

       FD COBRANCAS-BIBLIOTECA.
          COPY FD_COBRANCA_BIBLIOTECA.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD OCORRENCIAS.
          COPY FD_OCORRENCIA.

       FD EQUIPAMENTOS.
          COPY FD_EMPRESTIMO_EQUIPAMENTO.

       WORKING-STORAGE SECTION.
       01 WS-DAL-DD                PIC X(100) VALUE SPACES.
       01 WS-CBB-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-OCO-DD                PIC X(100) VALUE SPACES.
       01 WS-EQP-DD                PIC X(100) VALUE SPACES.
       77 WS-DAL-FS                PIC XX VALUE SPACES.
          88 DAL-FS-OK             VALUE '00'.
       77 WS-CBB-FS                PIC XX VALUE SPACES.
          88 CBB-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-OCO-FS                PIC XX VALUE SPACES.
          88 OCO-FS-OK             VALUE '00'.
       77 WS-EQP-FS                PIC XX VALUE SPACES.
          88 EQP-FS-OK             VALUE '00'.
       77 WS-DAL-EOF               PIC X VALUE 'N'.
          88 DAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CBB-EOF               PIC X VALUE 'N'.
          88 CBB-FIM-ARQUIVO       VALUE 'F'.
       77 WS-OCO-EOF               PIC X VALUE 'N'.
          88 OCO-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EQP-EOF               PIC X VALUE 'N'.
          88 EQP-FIM-ARQUIVO       VALUE 'F'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-BLQ-PARM.
          COPY BLOQUEIO_PARM.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY NADACONSTA_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            MOVE 0 TO NCT-FINANCEIRO-BLOQUEADO
            MOVE ZEROS TO NCT-QTD-VENCIDAS NCT-QTD-DOCUMENTOS
                          NCT-QTD-BIBLIOTECA NCT-VALOR-BIBLIOTECA
                          NCT-DT-FIM-SUSPENSAO NCT-QTD-EQUIPAMENTOS
                          NCT-QTD-OUTRAS
            MOVE 0 TO NCT-RETORNO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            IF NCT-COM-FINANCEIRO
                MOVE NCT-CD-STUDENT TO BLQ-CD-STUDENT
                CALL 'BLOQUEIOFINANCEIRO' USING WS-BLQ-PARM
                MOVE BLQ-QTD-VENCIDAS TO NCT-QTD-VENCIDAS
                IF BLQ-BLOQUEADO
                    MOVE 1 TO NCT-FINANCEIRO-BLOQUEADO
                END-IF
            END-IF

            PERFORM 1000-CONFERE-DOCUMENTOS THRU 1000-FIM
            PERFORM 2000-CONFERE-BIBLIOTECA THRU 2000-FIM
            PERFORM 3000-CONFERE-SUSPENSAO THRU 3000-FIM
            PERFORM 4000-CONFERE-EQUIPAMENTOS THRU 4000-FIM

            COMPUTE NCT-QTD-OUTRAS = NCT-QTD-DOCUMENTOS
                                   + NCT-QTD-BIBLIOTECA
                                   + NCT-QTD-EQUIPAMENTOS
            IF NCT-DT-FIM-SUSPENSAO > 0
                ADD 1 TO NCT-QTD-OUTRAS
            END-IF
            IF NCT-QTD-OUTRAS > 0 OR NCT-BLOQUEIO-FINANCEIRO
                MOVE 1 TO NCT-RETORNO
            END-IF
            GOBACK.

      ******************************************************************
      * 1000-CONFERE-DOCUMENTOS  --  CONTA OS DOCUMENTOS DE MATRICULA
      *                                AINDA PENDENTES NO CHECKLIST DO
      *                                ALUNO (CONTROLADOCUMENTO).
      ******************************************************************
       1000-CONFERE-DOCUMENTOS.
            ACCEPT WS-DAL-DD FROM ENVIRONMENT 'DD_DOCS_ALUNO'
            IF WS-DAL-DD = SPACES
                MOVE 'DOCS_ALUNO.TXT' TO WS-DAL-DD
            END-IF
            OPEN INPUT DOCS-ALUNO
            IF NOT DAL-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-DAL-EOF
            PERFORM UNTIL DAL-FIM-ARQUIVO
                READ DOCS-ALUNO
                    AT END
                        MOVE 'F' TO WS-DAL-EOF
                    NOT AT END
                        IF DAL-CD-STUDENT = NCT-CD-STUDENT
                           AND DAL-PENDENTE
                            ADD 1 TO NCT-QTD-DOCUMENTOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DOCS-ALUNO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-CONFERE-BIBLIOTECA  --  PARA CADA COBRANCA DA BIBLIOTECA
      *                                LANCADA PARA O ALUNO, CONFERE
      *                                SE O ITEM NO ARQUIVO DE
      *                                MENSALIDADES AINDA ESTA ABERTO.
      ******************************************************************
       2000-CONFERE-BIBLIOTECA.
            ACCEPT WS-CBB-DD FROM ENVIRONMENT
                   'DD_BIBLIOTECA_COBRANCAS'
            IF WS-CBB-DD = SPACES
                MOVE 'BIBLIOTECA_COBRANCAS.TXT' TO WS-CBB-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            OPEN INPUT COBRANCAS-BIBLIOTECA
            IF NOT CBB-FS-OK
                GO TO 2000-FIM
            END-IF
            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                CLOSE COBRANCAS-BIBLIOTECA
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-CBB-EOF
            PERFORM UNTIL CBB-FIM-ARQUIVO
                READ COBRANCAS-BIBLIOTECA
                    AT END
                        MOVE 'F' TO WS-CBB-EOF
                    NOT AT END
                        IF CBB-CD-STUDENT = NCT-CD-STUDENT
                            MOVE CBB-CD-STUDENT TO MEN-CD-STUDENT
                            MOVE CBB-COMPETENCIA TO MEN-COMPETENCIA
                            READ MENSALIDADES
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    IF MEN-ABERTA
                                        ADD 1 TO NCT-QTD-BIBLIOTECA
                                        ADD MEN-VALOR TO
                                            NCT-VALOR-BIBLIOTECA
                                    END-IF
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES
            CLOSE COBRANCAS-BIBLIOTECA.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-CONFERE-SUSPENSAO  --  DEVOLVE A MAIOR DATA FIM DAS
      *                               SUSPENSOES DO ALUNO AINDA EM
      *                               CURSO (FIM HOJE OU ADIANTE).
      ******************************************************************
       3000-CONFERE-SUSPENSAO.
            ACCEPT WS-OCO-DD FROM ENVIRONMENT 'DD_OCORRENCIAS'
            IF WS-OCO-DD = SPACES
                MOVE 'OCORRENCIAS.TXT' TO WS-OCO-DD
            END-IF
            OPEN INPUT OCORRENCIAS
            IF NOT OCO-FS-OK
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-OCO-EOF
            PERFORM UNTIL OCO-FIM-ARQUIVO
                READ OCORRENCIAS
                    AT END
                        MOVE 'F' TO WS-OCO-EOF
                    NOT AT END
                        IF OCO-CD-STUDENT = NCT-CD-STUDENT
                           AND OCO-SUSPENSAO
                           AND OCO-DT-FIM-SUSP NOT < WS-DATA-HOJE
                           AND OCO-DT-FIM-SUSP > NCT-DT-FIM-SUSPENSAO
                            MOVE OCO-DT-FIM-SUSP TO
                                 NCT-DT-FIM-SUSPENSAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-CONFERE-EQUIPAMENTOS  --  CONTA OS EQUIPAMENTOS
      *                                  EMPRESTADOS AO ALUNO AINDA SEM
      *                                  DATA DE DEVOLUCAO.
      ******************************************************************
       4000-CONFERE-EQUIPAMENTOS.
            ACCEPT WS-EQP-DD FROM ENVIRONMENT
                   'DD_EQUIPAMENTOS_EMPRESTADOS'
            IF WS-EQP-DD = SPACES
                MOVE 'EQUIPAMENTOS_EMPRESTADOS.TXT' TO WS-EQP-DD
            END-IF
            OPEN INPUT EQUIPAMENTOS
            IF NOT EQP-FS-OK
                GO TO 4000-FIM
            END-IF
            MOVE 'N' TO WS-EQP-EOF
            PERFORM UNTIL EQP-FIM-ARQUIVO
                READ EQUIPAMENTOS
                    AT END
                        MOVE 'F' TO WS-EQP-EOF
                    NOT AT END
                        IF EQP-CD-STUDENT = NCT-CD-STUDENT
                           AND EQP-NAO-DEVOLVIDO
                            ADD 1 TO NCT-QTD-EQUIPAMENTOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EQUIPAMENTOS.
       4000-FIM.
            EXIT.

       END PROGRAM NADACONSTA.
