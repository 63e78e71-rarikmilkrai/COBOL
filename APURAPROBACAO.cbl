      * Modification History:
      * 02/09/26 RMS  Criacao - a coordenacao "lembrava" quem estava em
      *               probacao, ou seja, ninguem lembrava.
      * 15/10/26 RMS  Participante de curso livre (STUDENT-TIPO E)
      *               fica fora da apuracao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURAPROBACAO.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRB-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-NOTAS.
       FD PROBACAO.
          COPY FD_PROBACAO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
          88 HIST-FIM-ARQUIVO      VALUE 'F'.
       77 WS-PRB-EOF               PIC X VALUE 'N'.
          88 PRB-FIM-ARQUIVO       VALUE 'F'.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
             10 WS-ALU-QTD         PIC S9(04).
             10 WS-ALU-SOMA        PIC S9(7)V9(2).
             10 WS-ALU-STATUS-ANT  PIC X(01).
             10 WS-ALU-EXTENSAO    PIC 9(01).

       77 WS-POS-ALU               PIC 9(04) VALUE 0.
       77 WS-IDX                   PIC 9(04) VALUE 0.
       77 WS-QTD-PROBACAO          PIC 9(04) VALUE 0.
       77 WS-QTD-ESCALADOS         PIC 9(04) VALUE 0.
       77 WS-QTD-RECUPERADOS       PIC 9(04) VALUE 0.
       77 WS-QTD-EXTENSAO          PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF WS-PRB-DD = SPACES
                MOVE 'PROBACAO.TXT' TO WS-PRB-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM 1000-ACUMULA-PERIODO THRU 1000-FIM
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF
            IF WS-QTD-ALUNOS = 0
                DISPLAY 'NENHUM LANCAMENTO NO PERIODO ' WS-PERIODO
                        ' - NADA A APURAR.'
            DISPLAY 'ALUNOS APURADOS......: ' WS-QTD-ALUNOS
            DISPLAY 'EM PROBACAO (P)......: ' WS-QTD-PROBACAO
            DISPLAY 'ESCALADOS (E)........: ' WS-QTD-ESCALADOS
            DISPLAY 'RECUPERADOS (R)......: ' WS-QTD-RECUPERADOS
            DISPLAY 'CURSO LIVRE (FORA)...: ' WS-QTD-EXTENSAO.

       FIM-DO-PROGRAMA.
            STOP RUN.
                MOVE ZEROS TO WS-ALU-QTD(WS-POS-ALU)
                MOVE ZEROS TO WS-ALU-SOMA(WS-POS-ALU)
                MOVE SPACE TO WS-ALU-STATUS-ANT(WS-POS-ALU)
                MOVE 0 TO WS-ALU-EXTENSAO(WS-POS-ALU)
      * PARTICIPANTE DE CURSO LIVRE NAO ENTRA NA PROBACAO
                IF ESTUDANTE-ABERTO
                    MOVE HIST-CD-STUDENT TO CD-STUDENT
                    READ ESTUDANTE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF STUDENT-EXTENSAO
                                MOVE 1 TO WS-ALU-EXTENSAO(WS-POS-ALU)
                            END-IF
                    END-READ
                END-IF
            END-IF
            IF HIST-LANC-ESTORNO
                SUBTRACT 1 FROM WS-ALU-QTD(WS-POS-ALU)
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ALUNOS
                IF WS-ALU-EXTENSAO(WS-IDX) = 1
                    ADD 1 TO WS-QTD-EXTENSAO
                END-IF
                IF WS-ALU-QTD(WS-IDX) > 0
                   AND WS-ALU-EXTENSAO(WS-IDX) = 0
                    COMPUTE WS-GPA-PERIODO ROUNDED =
                        WS-ALU-SOMA(WS-IDX) / WS-ALU-QTD(WS-IDX)
                    PERFORM 3100-DECIDE-STATUS THRU 3100-FIM
