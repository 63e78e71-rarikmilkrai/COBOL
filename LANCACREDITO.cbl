      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SUBROTINA DO RAZAO DE CREDITOS DO ALUNO
      *         (CREDITOS_ALUNO.TXT, DD_CREDITOS_ALUNO): FUNCAO L
      *         ACRESCENTA UM MOVIMENTO DATADO (COPYBOOK CREDITO_PARM)
      *         E FUNCAO S SOMA OS MOVIMENTOS DO ALUNO PARA DEVOLVER O
      *         SALDO, NO MESMO ESPIRITO DA REGISTRAEMISSAO. O RAZAO E
      *         SO ACRESCENTADO - CORRECAO E UM MOVIMENTO CONTRARIO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCACREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITOS-ALUNO ASSIGN TO DYNAMIC WS-CRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDITOS-ALUNO.
          COPY FD_CREDITO_ALUNO.

       WORKING-STORAGE SECTION.
       01 WS-CRA-DD                PIC X(100) VALUE SPACES.
       77 WS-CRA-FS                PIC XX VALUE SPACES.
          88 CRA-FS-OK             VALUE '00'.
       77 WS-CRA-EOF               PIC X VALUE 'N'.
          88 CRA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAMETRES.
          COPY CREDITO_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            SET CRP-OK TO TRUE

            ACCEPT WS-CRA-DD FROM ENVIRONMENT 'DD_CREDITOS_ALUNO'
            IF WS-CRA-DD = SPACES
                MOVE 'CREDITOS_ALUNO.TXT' TO WS-CRA-DD
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            EVALUATE TRUE
                WHEN CRP-LANCA
                    PERFORM 1000-LANCA THRU 1000-FIM
                WHEN CRP-CONSULTA-SALDO
                    CONTINUE
                WHEN OTHER
                    SET CRP-FALHA TO TRUE
                    GOBACK
            END-EVALUATE
            IF CRP-OK
                PERFORM 2000-CALCULA-SALDO THRU 2000-FIM
            END-IF
            GOBACK.

      ******************************************************************
      * 1000-LANCA  --  ACRESCENTA O MOVIMENTO AO RAZAO. TIPO FORA DO
      *                   LAYOUT OU VALOR ZERADO NAO E GRAVADO.
      ******************************************************************
       1000-LANCA.
            MOVE CRP-TIPO TO CRA-TIPO
            IF NOT CRA-SOMA-SALDO AND NOT CRA-SUBTRAI-SALDO
                SET CRP-FALHA TO TRUE
                GO TO 1000-FIM
            END-IF
            IF CRP-VALOR = ZEROS
                SET CRP-FALHA TO TRUE
                GO TO 1000-FIM
            END-IF

            OPEN EXTEND CREDITOS-ALUNO
            IF NOT CRA-FS-OK
                OPEN OUTPUT CREDITOS-ALUNO
            END-IF
            IF NOT CRA-FS-OK
                DISPLAY 'ERRO AO ABRIR O RAZAO DE CREDITOS: '
                        WS-CRA-FS
                SET CRP-FALHA TO TRUE
                GO TO 1000-FIM
            END-IF

            MOVE CRP-CD-STUDENT TO CRA-CD-STUDENT
            MOVE WS-DATA-HOJE TO CRA-DT-MOVIMENTO
            MOVE CRP-TIPO TO CRA-TIPO
            MOVE CRP-VALOR TO CRA-VALOR
            MOVE CRP-COMPETENCIA TO CRA-COMPETENCIA
            MOVE CRP-REFERENCIA TO CRA-REFERENCIA
            MOVE CRP-OPERADOR TO CRA-OPERADOR
            WRITE REG-CREDITO-ALUNO
            CLOSE CREDITOS-ALUNO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-CALCULA-SALDO  --  SOMA OS MOVIMENTOS DO ALUNO (RAZAO
      *                           AUSENTE = SALDO ZERO).
      ******************************************************************
       2000-CALCULA-SALDO.
            MOVE ZEROS TO CRP-SALDO
            OPEN INPUT CREDITOS-ALUNO
            IF NOT CRA-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-CRA-EOF
            PERFORM UNTIL CRA-FIM-ARQUIVO
                READ CREDITOS-ALUNO
                    AT END
                        MOVE 'F' TO WS-CRA-EOF
                    NOT AT END
                        IF CRA-CD-STUDENT = CRP-CD-STUDENT
                            IF CRA-SOMA-SALDO
                                ADD CRA-VALOR TO CRP-SALDO
                            END-IF
                            IF CRA-SUBTRAI-SALDO
                                SUBTRACT CRA-VALOR FROM CRP-SALDO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CREDITOS-ALUNO.
       2000-FIM.
            EXIT.

       END PROGRAM LANCACREDITO.
