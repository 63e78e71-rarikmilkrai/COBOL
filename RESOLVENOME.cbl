      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SUBROTINA QUE RESOLVE O NOME DE TRATAMENTO DE UM ALUNO
      *         NOS DOCUMENTOS INTERNOS: O NOME SOCIAL REGISTRADO EM
      *         NOMES_SOCIAIS.TXT (FD_NOME_SOCIAL) QUANDO HOUVER,
      *         SENAO O NOME CIVIL INFORMADO PELO CHAMADOR. O ARQUIVO
      *         E CARREGADO NA PRIMEIRA CHAMADA; SEM ELE, VALE SEMPRE
      *         O NOME CIVIL. CHAMADA PELO EMITEDIARIOCLASSE,
      *         EMITELISTAEMERGENCIA, RELATORIOTURMA,
      *         EXPORTAROSTERLMS, EXPORTAESTUDANTESJSON,
      *         EXPORTADELTAJSON, EXPORTACARTEIRINHA E PELOS
      *         PROGRAMAS QUE ENFILEIRAM E-MAIL AO ALUNO. DIPLOMA,
      *         HISTORICO ESCOLAR E CENSO NAO A CHAMAM (NOME CIVIL).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOLVENOME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMES-SOCIAIS ASSIGN TO DYNAMIC WS-NSO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NSO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NOMES-SOCIAIS.
          COPY FD_NOME_SOCIAL.

       WORKING-STORAGE SECTION.
       01 WS-NSO-DD                PIC X(100) VALUE SPACES.
       77 WS-NSO-FS                PIC XX VALUE SPACES.
          88 NSO-FS-OK             VALUE '00'.
       77 WS-NSO-EOF               PIC X VALUE 'N'.
          88 NSO-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CARREGADO             PIC 9 VALUE 0.
          88 NOMES-CARREGADOS      VALUE 1.

       01 WS-TABELA-NOMES.
          05 WS-QTD-NSO            PIC 9(04) VALUE 0.
          05 WS-NSO-TAB OCCURS 2000 TIMES.
             10 WS-NSO-CD          PIC 9(05).
             10 WS-NSO-NOME        PIC X(20).
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY NOME_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            IF NOT NOMES-CARREGADOS
                PERFORM 1000-CARREGA-NOMES THRU 1000-FIM
            END-IF

            MOVE NOM-P-NM-CIVIL TO NOM-P-NOME
            SET NOM-P-CIVIL TO TRUE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-NSO
                IF WS-NSO-CD(WS-IDX) = NOM-P-CD-STUDENT
                    MOVE WS-NSO-NOME(WS-IDX) TO NOM-P-NOME
                    SET NOM-P-SOCIAL TO TRUE
                    MOVE WS-QTD-NSO TO WS-IDX
                END-IF
            END-PERFORM
            GOBACK.

      ******************************************************************
      * 1000-CARREGA-NOMES  --  CARREGA UMA VEZ OS NOMES SOCIAIS
      *                           REGISTRADOS (REGISTRO COM NOME EM
      *                           BRANCO E IGNORADO).
      ******************************************************************
       1000-CARREGA-NOMES.
            MOVE 1 TO WS-CARREGADO
            ACCEPT WS-NSO-DD FROM ENVIRONMENT 'DD_NOMES_SOCIAIS'
            IF WS-NSO-DD = SPACES
                MOVE 'NOMES_SOCIAIS.TXT' TO WS-NSO-DD
            END-IF
            OPEN INPUT NOMES-SOCIAIS
            IF NOT NSO-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-NSO-EOF
            PERFORM UNTIL NSO-FIM-ARQUIVO
                READ NOMES-SOCIAIS
                    AT END
                        MOVE 'F' TO WS-NSO-EOF
                    NOT AT END
                        IF NSO-NOME-SOCIAL NOT = SPACES
                           AND WS-QTD-NSO < 2000
                            ADD 1 TO WS-QTD-NSO
                            MOVE NSO-CD-STUDENT
                              TO WS-NSO-CD(WS-QTD-NSO)
                            MOVE NSO-NOME-SOCIAL
                              TO WS-NSO-NOME(WS-QTD-NSO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOMES-SOCIAIS.
       1000-FIM.
            EXIT.
