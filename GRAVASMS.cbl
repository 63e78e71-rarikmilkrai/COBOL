      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:ENFILEIRA UMA MENSAGEM NA INTERFACE DE SAIDA DE SMS
      *         (FILA_SMS.TXT), NO LAYOUT DO GATEWAY DE SMS: UMA LINHA
      *         POR MENSAGEM COM O IDENTIFICADOR (DATA/HORA DE GERACAO,
      *         ALUNO, EVENTO E SEQUENCIA), O DESTINO NO FORMATO
      *         INTERNACIONAL (+PPDDNNNNNNN), A DATA/HORA PROGRAMADA DE
      *         ENVIO (ZEROS = IMEDIATO) E O TEXTO. E A MESMA IDEIA DO
      *         GRAVAEMAIL, COM AS REGRAS DO CANAL CONCENTRADAS AQUI:
      *         - ALUNO COM RECUSA DE SMS (END-SMS-OPTOUT = S) NAO
      *           RECEBE;
      *         - TELEFONE CONFERIDO POR VALIDATELEFONE;
      *         - LIMITE DIARIO DE MENSAGENS POR ALUNO
      *           (DD_SMS_LIMITE_DIA, PADRAO 3), CONTADO NO CONTROLE
      *           DIARIO SMS_CONTROLE_DIA.TXT (DD_SMS_CONTROLE);
      *         - HORARIO DE SILENCIO (DD_SMS_SILENCIO_INI E
      *           DD_SMS_SILENCIO_FIM, HHMM, PADRAO 2100 A 0800): A
      *           MENSAGEM GERADA NO SILENCIO E ENFILEIRADA COM ENVIO
      *           PROGRAMADO PARA O FIM DO SILENCIO.
      *         O RESULTADO VOLTA EM SMS-RETORNO (SMS_PARM). CHAMADA
      *         POR LANCASESSAO (FALTAS SEGUIDAS), RELATORIOAGING
      *         (VENCIMENTO PROXIMO E AVANCO DE ESTAGIO DE COBRANCA) E
      *         NOTIFICANOTAS (NOTAS PUBLICADAS). A SITUACAO DE
      *         ENTREGA DEVOLVIDA PELO GATEWAY E IMPORTADA PELO
      *         IMPORTASTATUSSMS.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVASMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILA-SMS ASSIGN TO DYNAMIC WS-FSM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FSM-FS.

           SELECT CONTROLE-SMS ASSIGN TO DYNAMIC WS-CSM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FILA-SMS.
       01 REG-FILA-SMS.
          03 FSM-ID.
             05 FSM-ID-DATA                 PIC 9(08).
             05 FSM-ID-HORA                 PIC 9(08).
             05 FSM-ID-CD                   PIC 9(05).
             05 FSM-ID-EVENTO               PIC X(03).
             05 FSM-ID-SEQ                  PIC 9(04).
          03 FSM-DESTINO                    PIC X(15).
          03 FSM-DT-ENVIO                   PIC 9(08).
          03 FSM-HR-ENVIO                   PIC 9(04).
          03 FSM-TEXTO                      PIC X(160).

      * CONTROLE DIARIO: QUANTAS MENSAGENS CADA ALUNO JA RECEBEU NO
      * DIA. SO AS LINHAS DO DIA SAO MANTIDAS NA REGRAVACAO.
       FD CONTROLE-SMS.
       01 REG-CONTROLE-SMS.
          03 CSM-DATA                       PIC 9(08).
          03 CSM-CD-STUDENT                 PIC 9(05).
          03 CSM-QTD                        PIC 9(03).

       WORKING-STORAGE SECTION.
       01 WS-FSM-DD                     PIC X(100) VALUE SPACES.
       01 WS-CSM-DD                     PIC X(100) VALUE SPACES.
       77 WS-FSM-FS                     PIC XX VALUE SPACES.
          88 FSM-FS-OK                  VALUE '00'.
       77 WS-CSM-FS                     PIC XX VALUE SPACES.
          88 CSM-FS-OK                  VALUE '00'.
       77 WS-CSM-EOF                    PIC X VALUE 'N'.
          88 CSM-FIM-ARQUIVO            VALUE 'F'.

       77 WS-DATA-SISTEMA               PIC 9(08) VALUE 0.
       77 WS-HORA-SISTEMA               PIC 9(08) VALUE 0.
       77 WS-HHMM                       PIC 9(04) VALUE 0.
       77 WS-DATA-AMANHA                PIC 9(08) VALUE 0.
       77 WS-DT-ENVIO                   PIC 9(08) VALUE 0.
       77 WS-HR-ENVIO                   PIC 9(04) VALUE 0.
       77 WS-PARM-TXT                   PIC X(10) VALUE SPACES.
       77 WS-LIMITE-DIA                 PIC 9(03) VALUE 3.
       77 WS-SILENCIO-INI               PIC 9(04) VALUE 2100.
       77 WS-SILENCIO-FIM               PIC 9(04) VALUE 0800.
       77 WS-EM-SILENCIO                PIC 9 VALUE 0.
          88 HORARIO-DE-SILENCIO        VALUE 1.
       77 WS-SEQ-CHAMADA                PIC 9(04) VALUE 0.

       01 WS-TABELA-CONTROLE.
          05 WS-QTD-CSM                 PIC 9(04) VALUE 0.
          05 WS-CSM-TAB OCCURS 5000 TIMES.
             10 WS-CSM-CD               PIC 9(05).
             10 WS-CSM-QTD              PIC 9(03).
       77 WS-IDX-CSM                    PIC 9(04) VALUE 0.
       77 WS-POS-CSM                    PIC 9(04) VALUE 0.

       01 WS-TEL-PARM.
          03 WS-TEL-TELEFONE            PIC X(11) VALUE SPACES.
          03 WS-TEL-FORMATADO           PIC X(20) VALUE SPACES.
          03 WS-TEL-RETORNO             PIC 99 VALUE 0.
             88 TEL-PARM-VALIDO         VALUE 0.
             88 TEL-PARM-INVALIDO       VALUE 1.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY SMS_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            IF SMS-OPTOUT = 'S'
                SET SMS-RECUSADO-ALUNO TO TRUE
                GOBACK
            END-IF

            MOVE SMS-TELEFONE TO WS-TEL-TELEFONE
            CALL 'VALIDATELEFONE' USING WS-TEL-PARM
            IF TEL-PARM-INVALIDO
                SET SMS-TELEFONE-INVALIDO TO TRUE
                GOBACK
            END-IF

            PERFORM 1000-PARAMETROS THRU 1000-FIM
            PERFORM 2000-CARREGA-CONTROLE THRU 2000-FIM
            IF WS-POS-CSM > 0
                IF WS-CSM-QTD(WS-POS-CSM) >= WS-LIMITE-DIA
                    SET SMS-LIMITE-DIARIO TO TRUE
                    GOBACK
                END-IF
            END-IF

            PERFORM 3000-HORARIO-SILENCIO THRU 3000-FIM
            PERFORM 4000-GRAVA-FILA THRU 4000-FIM
            PERFORM 5000-REGRAVA-CONTROLE THRU 5000-FIM
            GOBACK.

      ******************************************************************
      * 1000-PARAMETROS  --  DATA/HORA DA CHAMADA, LIMITE DIARIO E
      *                        HORARIO DE SILENCIO.
      ******************************************************************
       1000-PARAMETROS.
            ACCEPT WS-FSM-DD FROM ENVIRONMENT 'DD_FILA_SMS'
            IF WS-FSM-DD = SPACES
                MOVE 'FILA_SMS.TXT' TO WS-FSM-DD
            END-IF
            ACCEPT WS-CSM-DD FROM ENVIRONMENT 'DD_SMS_CONTROLE'
            IF WS-CSM-DD = SPACES
                MOVE 'SMS_CONTROLE_DIA.TXT' TO WS-CSM-DD
            END-IF
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_SMS_LIMITE_DIA'
            IF WS-PARM-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-LIMITE-DIA
            END-IF
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_SMS_SILENCIO_INI'
            IF WS-PARM-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-SILENCIO-INI
            END-IF
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_SMS_SILENCIO_FIM'
            IF WS-PARM-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-SILENCIO-FIM
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-HORA-SISTEMA(1:4) TO WS-HHMM.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-CARREGA-CONTROLE  --  CARREGA AS CONTAGENS DO DIA E
      *                              LOCALIZA O ALUNO. LINHAS DE DIAS
      *                              ANTERIORES SAO DESPREZADAS.
      ******************************************************************
       2000-CARREGA-CONTROLE.
            MOVE 0 TO WS-QTD-CSM
            MOVE 0 TO WS-POS-CSM
            OPEN INPUT CONTROLE-SMS
            IF NOT CSM-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-CSM-EOF
            PERFORM UNTIL CSM-FIM-ARQUIVO
                READ CONTROLE-SMS
                    AT END
                        MOVE 'F' TO WS-CSM-EOF
                    NOT AT END
                        IF CSM-DATA = WS-DATA-SISTEMA
                           AND WS-QTD-CSM < 5000
                            ADD 1 TO WS-QTD-CSM
                            MOVE CSM-CD-STUDENT TO
                                 WS-CSM-CD(WS-QTD-CSM)
                            MOVE CSM-QTD TO WS-CSM-QTD(WS-QTD-CSM)
                            IF CSM-CD-STUDENT = SMS-CD-STUDENT
                                MOVE WS-QTD-CSM TO WS-POS-CSM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTROLE-SMS.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-HORARIO-SILENCIO  --  CONFERE SE A HORA DA CHAMADA CAI NO
      *                              SILENCIO (QUE PODE ATRAVESSAR A
      *                              MEIA-NOITE) E, SE CAIR, PROGRAMA
      *                              O ENVIO PARA O FIM DO SILENCIO,
      *                              HOJE OU AMANHA.
      ******************************************************************
       3000-HORARIO-SILENCIO.
            MOVE 0 TO WS-EM-SILENCIO
            MOVE ZEROS TO WS-DT-ENVIO
            MOVE ZEROS TO WS-HR-ENVIO
            IF WS-SILENCIO-INI = WS-SILENCIO-FIM
                GO TO 3000-FIM
            END-IF
            IF WS-SILENCIO-INI > WS-SILENCIO-FIM
                IF WS-HHMM >= WS-SILENCIO-INI
                   OR WS-HHMM < WS-SILENCIO-FIM
                    MOVE 1 TO WS-EM-SILENCIO
                END-IF
            ELSE
                IF WS-HHMM >= WS-SILENCIO-INI
                   AND WS-HHMM < WS-SILENCIO-FIM
                    MOVE 1 TO WS-EM-SILENCIO
                END-IF
            END-IF
            IF NOT HORARIO-DE-SILENCIO
                GO TO 3000-FIM
            END-IF

            IF WS-HHMM < WS-SILENCIO-FIM
                MOVE WS-DATA-SISTEMA TO WS-DT-ENVIO
            ELSE
                COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) + 1)
                MOVE WS-DATA-AMANHA TO WS-DT-ENVIO
            END-IF
            MOVE WS-SILENCIO-FIM TO WS-HR-ENVIO.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-GRAVA-FILA  --  GRAVA A MENSAGEM NA FILA DO GATEWAY.
      ******************************************************************
       4000-GRAVA-FILA.
            OPEN EXTEND FILA-SMS
            IF NOT FSM-FS-OK
                OPEN OUTPUT FILA-SMS
            END-IF
            ADD 1 TO WS-SEQ-CHAMADA
            MOVE WS-DATA-SISTEMA TO FSM-ID-DATA
            MOVE WS-HORA-SISTEMA TO FSM-ID-HORA
            MOVE SMS-CD-STUDENT TO FSM-ID-CD
            MOVE SMS-EVENTO TO FSM-ID-EVENTO
            MOVE WS-SEQ-CHAMADA TO FSM-ID-SEQ
            MOVE SPACES TO FSM-DESTINO
            STRING '+' SMS-TELEFONE DELIMITED BY SIZE
                   INTO FSM-DESTINO
            END-STRING
            MOVE WS-DT-ENVIO TO FSM-DT-ENVIO
            MOVE WS-HR-ENVIO TO FSM-HR-ENVIO
            MOVE SMS-TEXTO TO FSM-TEXTO
            WRITE REG-FILA-SMS
            CLOSE FILA-SMS
            IF HORARIO-DE-SILENCIO
                SET SMS-PROGRAMADO TO TRUE
            ELSE
                SET SMS-ENFILEIRADO TO TRUE
            END-IF.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-REGRAVA-CONTROLE  --  SOMA A MENSAGEM NA CONTAGEM DO ALUNO
      *                              E REGRAVA O CONTROLE DO DIA.
      ******************************************************************
       5000-REGRAVA-CONTROLE.
            IF WS-POS-CSM = 0
                IF WS-QTD-CSM >= 5000
                    DISPLAY 'GRAVASMS - CONTROLE DIARIO CHEIO, ALUNO '
                            SMS-CD-STUDENT ' SEM CONTAGEM.'
                    GO TO 5000-FIM
                END-IF
                ADD 1 TO WS-QTD-CSM
                MOVE WS-QTD-CSM TO WS-POS-CSM
                MOVE SMS-CD-STUDENT TO WS-CSM-CD(WS-POS-CSM)
                MOVE ZEROS TO WS-CSM-QTD(WS-POS-CSM)
            END-IF
            ADD 1 TO WS-CSM-QTD(WS-POS-CSM)

            OPEN OUTPUT CONTROLE-SMS
            IF NOT CSM-FS-OK
                DISPLAY 'GRAVASMS - CONTROLE DIARIO INDISPONIVEL ('
                        WS-CSM-DD ').'
                GO TO 5000-FIM
            END-IF
            PERFORM VARYING WS-IDX-CSM FROM 1 BY 1
                    UNTIL WS-IDX-CSM > WS-QTD-CSM
                MOVE WS-DATA-SISTEMA TO CSM-DATA
                MOVE WS-CSM-CD(WS-IDX-CSM) TO CSM-CD-STUDENT
                MOVE WS-CSM-QTD(WS-IDX-CSM) TO CSM-QTD
                WRITE REG-CONTROLE-SMS
            END-PERFORM
            CLOSE CONTROLE-SMS.
       5000-FIM.
            EXIT.

       END PROGRAM GRAVASMS.
