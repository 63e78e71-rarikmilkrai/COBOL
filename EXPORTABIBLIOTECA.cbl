      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EXPORTACAO NOTURNA DOS ALUNOS ATIVOS PARA O SISTEMA DA
      *         BIBLIOTECA: VARRE O ARQUIVO INDEXADO ESTUDANTE E GRAVA,
      *         NO LAYOUT FIXO COMBINADO COM A BIBLIOTECA, UM DETALHE
      *         (TIPO 1) POR ALUNO ATIVO COM CD-STUDENT, NOME, CURSO,
      *         STUDENT-STATUS E A DATA FIM DA SUSPENSAO EM VIGOR OU
      *         FUTURA (OCORRENCIAS.TXT, TIPO S - A MAIOR DATA FIM
      *         AINDA NAO VENCIDA; ZERADA QUANDO NAO HA). O ARQUIVO E
      *         UMA FOTOGRAFIA COMPLETA: ALUNO QUE NAO CONSTA NELE
      *         (TRANCADO, FORMADO, TRANSFERIDO) NAO PODE EMPRESTAR.
      *         SAI COM HEADER (TIPO 0, DATA DE GERACAO) E TRAILER
      *         (TIPO 9, QUANTIDADE DE ALUNOS E DE SUSPENSOS) PARA A
      *         BIBLIOTECA CONFERIR A CARGA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a biblioteca seguia emprestando para
      *               aluno que ja tinha saido ou estava suspenso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTABIBLIOTECA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT OCORRENCIAS ASSIGN TO DYNAMIC WS-OCO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCO-FS.

           SELECT INTERFACE-BIBLIOTECA ASSIGN TO DYNAMIC WS-BIB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD OCORRENCIAS.
          COPY FD_OCORRENCIA.

       FD INTERFACE-BIBLIOTECA.
       01 BIB-LINHA                    PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-OCO-DD                PIC X(100) VALUE SPACES.
       01 WS-BIB-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-OCO-FS                PIC XX VALUE SPACES.
          88 OCO-FS-OK             VALUE '00'.
       77 WS-BIB-FS                PIC XX VALUE SPACES.
          88 BIB-FS-OK             VALUE '00'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-OCO-EOF               PIC X VALUE 'N'.
          88 OCO-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DETALHES          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUSPENSOS         PIC 9(06) VALUE ZEROS.

      * SUSPENSOES AINDA NAO VENCIDAS, UMA POR ALUNO (A MAIOR DATA FIM)
       01 WS-TABELA-SUSPENSOES.
          05 WS-QTD-SUS            PIC 9(03) VALUE 0.
          05 WS-SUS OCCURS 500 TIMES.
             10 WS-SUS-CD          PIC 9(05).
             10 WS-SUS-FIM         PIC 9(08).
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-POS-SUS               PIC 9(03) VALUE ZEROS.

      * LAYOUT FIXO DA INTERFACE (0 = HEADER, 1 = DETALHE, 9 = TRAILER)
       01 WS-BIB-HEADER.
          03 BH-TIPO               PIC X(01) VALUE '0'.
          03 BH-DT-GERACAO         PIC 9(08).
          03 BH-REMETENTE          PIC X(20) VALUE 'ESCOLA'.
          03 FILLER                PIC X(31) VALUE SPACES.
       01 WS-BIB-DETALHE.
          03 BD-TIPO               PIC X(01) VALUE '1'.
          03 BD-CD-STUDENT         PIC 9(05).
          03 BD-NM-STUDENT         PIC X(20).
          03 BD-COURSE-CODE        PIC X(05).
          03 BD-STUDENT-STATUS     PIC X(01).
          03 BD-DT-FIM-SUSPENSAO   PIC 9(08).
          03 FILLER                PIC X(20) VALUE SPACES.
       01 WS-BIB-TRAILER.
          03 BT-TIPO               PIC X(01) VALUE '9'.
          03 BT-QTD                PIC 9(06).
          03 BT-QTD-SUSPENSOS      PIC 9(06).
          03 FILLER                PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXPORTABIBLIOTECA - ALUNOS PARA BIBLIOTECA  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE 'EXPORTABIBLIOTECA' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'EXPORTABIBLIOTECA JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-OCO-DD FROM ENVIRONMENT 'DD_OCORRENCIAS'
            IF WS-OCO-DD = SPACES
                MOVE 'OCORRENCIAS.TXT' TO WS-OCO-DD
            END-IF
            ACCEPT WS-BIB-DD FROM ENVIRONMENT 'DD_BIBLIOTECA_ALUNOS'
            IF WS-BIB-DD = SPACES
                MOVE 'BIBLIOTECA_ALUNOS.TXT' TO WS-BIB-DD
            END-IF

            PERFORM 1000-CARREGA-SUSPENSOES THRU 1000-FIM

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ARQUIVO DE ESTUDANTES INDISPONIVEL ('
                        WS-STUDENT-DD ') - FILE STATUS: ' WS-EST-FS
                MOVE 'EXPORTABIBLIOTECA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ESTUDANTE INDISPONIVEL PARA A BIBLIOTECA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN OUTPUT INTERFACE-BIBLIOTECA
            MOVE WS-DATA-HOJE TO BH-DT-GERACAO
            MOVE WS-BIB-HEADER TO BIB-LINHA
            WRITE BIB-LINHA

            MOVE 'N' TO WS-EST-EOF
            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF STUDENT-ATIVO
                            PERFORM 2000-GRAVA-ALUNO THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE

            MOVE WS-QTD-DETALHES TO BT-QTD
            MOVE WS-QTD-SUSPENSOS TO BT-QTD-SUSPENSOS
            MOVE WS-BIB-TRAILER TO BIB-LINHA
            WRITE BIB-LINHA
            CLOSE INTERFACE-BIBLIOTECA

            DISPLAY ' '
            DISPLAY '*** RESUMO DA EXPORTACAO PARA A BIBLIOTECA ***'
            DISPLAY 'ALUNOS ATIVOS EXPORTADOS: ' WS-QTD-DETALHES
            DISPLAY 'ALUNOS COM SUSPENSAO....: ' WS-QTD-SUSPENSOS
            DISPLAY 'ARQUIVO DE INTERFACE....: ' WS-BIB-DD.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-SUSPENSOES  --  CARREGA AS SUSPENSOES (TIPO S DAS
      *                                OCORRENCIAS) CUJA DATA FIM AINDA
      *                                NAO PASSOU, GUARDANDO A MAIOR
      *                                POR ALUNO. SEM O ARQUIVO, NINGUEM
      *                                SAI COMO SUSPENSO.
      ******************************************************************
       1000-CARREGA-SUSPENSOES.
            OPEN INPUT OCORRENCIAS
            IF NOT OCO-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-OCO-EOF
            PERFORM UNTIL OCO-FIM-ARQUIVO
                READ OCORRENCIAS
                    AT END
                        MOVE 'F' TO WS-OCO-EOF
                    NOT AT END
                        IF OCO-SUSPENSAO
                           AND OCO-DT-FIM-SUSP NUMERIC
                           AND OCO-DT-FIM-SUSP >= WS-DATA-HOJE
                            PERFORM 1100-GUARDA-SUSPENSAO THRU 1100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS.
       1000-FIM.
            EXIT.

       1100-GUARDA-SUSPENSAO.
            MOVE 0 TO WS-POS-SUS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SUS
                IF WS-SUS-CD(WS-IDX) = OCO-CD-STUDENT
                    MOVE WS-IDX TO WS-POS-SUS
                    MOVE WS-QTD-SUS TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-SUS = 0
                IF WS-QTD-SUS >= 500
                    GO TO 1100-FIM
                END-IF
                ADD 1 TO WS-QTD-SUS
                MOVE WS-QTD-SUS TO WS-POS-SUS
                MOVE OCO-CD-STUDENT TO WS-SUS-CD(WS-POS-SUS)
                MOVE ZEROS TO WS-SUS-FIM(WS-POS-SUS)
            END-IF
            IF OCO-DT-FIM-SUSP > WS-SUS-FIM(WS-POS-SUS)
                MOVE OCO-DT-FIM-SUSP TO WS-SUS-FIM(WS-POS-SUS)
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-GRAVA-ALUNO  --  DETALHE DE UM ALUNO ATIVO, COM A DATA FIM
      *                         DA SUSPENSAO QUANDO HOUVER.
      ******************************************************************
       2000-GRAVA-ALUNO.
            MOVE CD-STUDENT TO BD-CD-STUDENT
            MOVE NM-STUDENT TO BD-NM-STUDENT
            MOVE COURSE-CODE TO BD-COURSE-CODE
            MOVE STUDENT-STATUS TO BD-STUDENT-STATUS
            MOVE ZEROS TO BD-DT-FIM-SUSPENSAO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SUS
                IF WS-SUS-CD(WS-IDX) = CD-STUDENT
                    MOVE WS-SUS-FIM(WS-IDX) TO BD-DT-FIM-SUSPENSAO
                    ADD 1 TO WS-QTD-SUSPENSOS
                    MOVE WS-QTD-SUS TO WS-IDX
                END-IF
            END-PERFORM
            MOVE WS-BIB-DETALHE TO BIB-LINHA
            WRITE BIB-LINHA
            ADD 1 TO WS-QTD-DETALHES.
       2000-FIM.
            EXIT.

       END PROGRAM EXPORTABIBLIOTECA.
