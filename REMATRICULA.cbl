      *               confirma, salvo override de supervisor via
      *               DD_SUPERVISOR/DD_SUPERVISOR_SENHA, registrado na
      *               auditoria.
      * 15/10/26 RMS  O modo (G)ERA deixou de ofertar a rematricula ao
      *               aluno com trancamento aprovado (TRANCAMENTO)
      *               cobrindo o periodo destino - o trancado agendado
      *               recebia oferta e caia no corte como NCF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRICULA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POR-FS.

           SELECT TRANCAMENTOS ASSIGN TO DYNAMIC WS-TRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
       01 REG-CONFIRMACAO-PORTAL.
          03 POR-CD-STUDENT        PIC 9(05).

       FD TRANCAMENTOS.
          COPY FD_TRANCAMENTO.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-REM-DD                PIC X(100) VALUE SPACES.
          88 REM-FIM-ARQUIVO       VALUE 'F'.
       77 WS-POR-EOF               PIC X VALUE 'N'.
          88 POR-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TRA-DD                PIC X(100) VALUE SPACES.
       77 WS-TRA-FS                PIC XX VALUE SPACES.
          88 TRA-FS-OK             VALUE '00'.
       77 WS-TRA-EOF               PIC X VALUE 'N'.
          88 TRA-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       77 WS-QTD-TRANCADOS         PIC 9(04) VALUE 0.
       77 WS-QTD-REJ-PORTAL        PIC 9(04) VALUE 0.

       01 WS-TABELA-TRANCAMENTOS.
          05 WS-QTD-TRA            PIC 9(04) VALUE 0.
          05 WS-TRA-CD OCCURS 2000 TIMES PIC 9(05).
       77 WS-IDX-TRA               PIC 9(04) VALUE 0.
       77 WS-EM-TRANCAMENTO        PIC 9 VALUE 0.
          88 EM-TRANCAMENTO        VALUE 1.
       77 WS-QTD-EM-TRANCAMENTO    PIC 9(04) VALUE 0.

       77 WS-REM-ESTOUROU         PIC 9 VALUE 0.
          88 OFERTAS-ESTOURARAM     VALUE 1.


      ******************************************************************
      * 2000-GERA-OFERTAS  --  GERA UMA OFERTA PARA CADA STUDENT-ATIVO
      *                          AINDA SEM OFERTA NO PERIODO DESTINO,
      *                          SALVO O QUE TEM TRANCAMENTO APROVADO
      *                          COBRINDO O PERIODO DESTINO.
      ******************************************************************
       2000-GERA-OFERTAS.
            PERFORM 2100-CARREGA-TRANCAMENTOS THRU 2100-FIM
            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'CADASTRO INDISPONIVEL - FILE STATUS: '
                            MOVE CD-STUDENT TO WS-CD-ALVO
                            PERFORM 1500-LOCALIZA-OFERTA
                                 THRU 1500-FIM
                            PERFORM 2200-BUSCA-TRANCAMENTO
                                 THRU 2200-FIM
                            IF WS-POS-REM = 0 AND EM-TRANCAMENTO
                                ADD 1 TO WS-QTD-EM-TRANCAMENTO
                            END-IF
                            IF WS-POS-REM = 0 AND NOT EM-TRANCAMENTO
                               AND WS-QTD-REM < 2000
                                ADD 1 TO WS-QTD-REM
                                ADD 1 TO WS-QTD-GERADAS
            CLOSE ESTUDANTE
            PERFORM 7000-REGRAVA-OFERTAS THRU 7000-FIM
            DISPLAY 'OFERTAS GERADAS PARA O PERIODO ' WS-PERIODO
                    ': ' WS-QTD-GERADAS
            DISPLAY 'SEM OFERTA POR TRANCAMENTO APROVADO: '
                    WS-QTD-EM-TRANCAMENTO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CARREGA-TRANCAMENTOS  --  ALUNOS COM TRANCAMENTO APROVADO
      *                                  (TRANCAMENTO) QUE COBRE O
      *                                  PERIODO DESTINO.
      ******************************************************************
       2100-CARREGA-TRANCAMENTOS.
            ACCEPT WS-TRA-DD FROM ENVIRONMENT 'DD_TRANCAMENTOS'
            IF WS-TRA-DD = SPACES
                MOVE 'TRANCAMENTOS.TXT' TO WS-TRA-DD
            END-IF
            OPEN INPUT TRANCAMENTOS
            IF NOT TRA-FS-OK
                GO TO 2100-FIM
            END-IF
            MOVE 'N' TO WS-TRA-EOF
            PERFORM UNTIL TRA-FIM-ARQUIVO
                READ TRANCAMENTOS
                    AT END
                        MOVE 'F' TO WS-TRA-EOF
                    NOT AT END
                        IF TRA-APROVADO
                           AND TRA-PERIODO-INICIO <= WS-PERIODO
                           AND TRA-PERIODO-RETORNO > WS-PERIODO
                           AND WS-QTD-TRA < 2000
                            ADD 1 TO WS-QTD-TRA
                            MOVE TRA-CD-STUDENT TO
                                 WS-TRA-CD(WS-QTD-TRA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRANCAMENTOS.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-BUSCA-TRANCAMENTO  --  WS-CD-ALVO ESTA ENTRE OS ALUNOS COM
      *                               TRANCAMENTO NO PERIODO DESTINO?
      ******************************************************************
       2200-BUSCA-TRANCAMENTO.
            MOVE 0 TO WS-EM-TRANCAMENTO
            PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                    UNTIL WS-IDX-TRA > WS-QTD-TRA
                IF WS-TRA-CD(WS-IDX-TRA) = WS-CD-ALVO
                    MOVE 1 TO WS-EM-TRANCAMENTO
                    MOVE WS-QTD-TRA TO WS-IDX-TRA
                END-IF
            END-PERFORM.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 3000-CONFIRMA-SECRETARIA  --  CONFIRMA OFERTAS DIGITADAS PELA
      *                                 SECRETARIA (CD 0 ENCERRA).
