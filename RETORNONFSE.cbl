      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DO RETORNO DA PREFEITURA PARA O LOTE DE RPS
      *         DO GERALOTERPS: LE O ARQUIVO DA PREFEITURA (HEADER 1,
      *         DETALHE 2 = RPS COM SITUACAO A-ACEITO/R-REJEITADO,
      *         NUMERO E DATA DA NFS-E OU MOTIVO DA REJEICAO, TRAILER
      *         9 COM A QUANTIDADE DE RPS), CONFERE O TRAILER ANTES DE
      *         APLICAR QUALQUER REGISTRO, COMO O PROCESSARETORNO, E
      *         GRAVA NO REGISTRO DE NFS-E (FD_NFSE) O NUMERO DA NOTA
      *         EMITIDA PARA CADA RECIBO/BAIXA. RPS REJEITADO VAI PARA
      *         O ARQUIVO DE CORRECAO (NFSE_CORRECAO.TXT) E O PAGAMENTO
      *         VOLTA NO PROXIMO LOTE COM NOVO RPS. RPS QUE NAO CASA
      *         COM O REGISTRO TAMBEM VAI PARA A CORRECAO E O JOB
      *         TERMINA COM RC 4.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNONFSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-NFSE ASSIGN TO DYNAMIC WS-RET-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-FS.

           SELECT NFSE ASSIGN TO DYNAMIC WS-NFS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NFS-FS.

           SELECT CORRECAO ASSIGN TO DYNAMIC WS-COR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-NFSE.
       01 RET-LINHA                    PIC X(80).

       FD NFSE.
          COPY FD_NFSE.

       FD CORRECAO.
       01 COR-LINHA                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RET-DD                PIC X(100) VALUE SPACES.
       01 WS-NFS-DD                PIC X(100) VALUE SPACES.
       01 WS-COR-DD                PIC X(100) VALUE SPACES.
       77 WS-RET-FS                PIC XX VALUE SPACES.
          88 RET-FS-OK             VALUE '00'.
       77 WS-NFS-FS                PIC XX VALUE SPACES.
          88 NFS-FS-OK             VALUE '00'.
       77 WS-COR-FS                PIC XX VALUE SPACES.
          88 COR-FS-OK             VALUE '00'.
       77 WS-RET-EOF               PIC X VALUE 'N'.
          88 RET-FIM-ARQUIVO       VALUE 'F'.
       77 WS-NFS-EOF               PIC X VALUE 'N'.
          88 NFS-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

      * LAYOUT FIXO DO RETORNO DA PREFEITURA (1 = HEADER, 2 = RPS,
      * 9 = TRAILER)
       01 WS-RET-DETALHE.
          03 RD-TIPO               PIC X(01).
          03 RD-RPS-NUMERO         PIC 9(09).
          03 RD-SITUACAO           PIC X(01).
             88 RD-ACEITO          VALUE 'A'.
             88 RD-REJEITADO       VALUE 'R'.
          03 RD-NUMERO-NFSE        PIC X(15).
          03 RD-DT-NFSE            PIC 9(08).
          03 RD-MOTIVO             PIC X(40).
       01 WS-RET-TRAILER.
          03 RT-TIPO               PIC X(01).
          03 RT-QTD                PIC 9(06).

      * OS DETALHES SAO GUARDADOS EM TABELA E SO APLICADOS DEPOIS DO
      * TRAILER CONFERIR - TRANSMISSAO TRUNCADA NAO APLICA NADA.
       01 WS-TABELA-ITENS.
          05 WS-QTD-ITENS          PIC 9(04) VALUE 0.
          05 WS-ITEM-TAB OCCURS 5000 TIMES PIC X(74).
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXCEDENTE         PIC 9(06) VALUE ZEROS.

      * REGISTRO DE NFS-E EM MEMORIA (REGRAVADO NO FIM)
       01 WS-TABELA-NFSE.
          05 WS-QTD-NFS            PIC 9(05) VALUE 0.
          05 WS-NFS-REG OCCURS 20000 TIMES PIC X(137).
       77 WS-IDX-NFS               PIC 9(05) VALUE ZEROS.
       77 WS-POS-NFS               PIC 9(05) VALUE ZEROS.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-TEM-TRAILER           PIC 9 VALUE 0.
       77 WS-TRAILER-OK            PIC 9 VALUE 0.
       77 WS-RECUSA                PIC 9 VALUE 0.
          88 RODADA-RECUSADA       VALUE 1.
       77 WS-MOTIVO                PIC X(40) VALUE SPACES.
       77 WS-QTD-EMITIDAS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-REGISTRO      PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RETORNONFSE - RETORNO DA PREFEITURA (NFS-E) *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'RETORNONFSE' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'RETORNONFSE JA EM EXECUCAO - JOB RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-RET-DD FROM ENVIRONMENT 'DD_RETORNO_NFSE'
            IF WS-RET-DD = SPACES
                MOVE 'RETORNO_NFSE.TXT' TO WS-RET-DD
            END-IF
            ACCEPT WS-NFS-DD FROM ENVIRONMENT 'DD_NFSE'
            IF WS-NFS-DD = SPACES
                MOVE 'NFSE.TXT' TO WS-NFS-DD
            END-IF
            ACCEPT WS-COR-DD FROM ENVIRONMENT 'DD_NFSE_CORRECAO'
            IF WS-COR-DD = SPACES
                MOVE 'NFSE_CORRECAO.TXT' TO WS-COR-DD
            END-IF

            PERFORM 1000-LE-RETORNO THRU 1000-FIM
            IF WS-TRAILER-OK = 0
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 1500-CARREGA-REGISTRO THRU 1500-FIM
            IF RODADA-RECUSADA
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN EXTEND CORRECAO
            IF NOT COR-FS-OK
                OPEN OUTPUT CORRECAO
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ITENS
                MOVE WS-ITEM-TAB(WS-IDX) TO WS-RET-DETALHE
                PERFORM 3000-APLICA-RPS THRU 3000-FIM
            END-PERFORM
            CLOSE CORRECAO

            PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO RETORNO DA PREFEITURA ***'
            DISPLAY 'RPS LIDOS............: ' WS-QTD-ITENS
            DISPLAY 'NFS-E EMITIDAS.......: ' WS-QTD-EMITIDAS
            DISPLAY 'RPS REJEITADOS.......: ' WS-QTD-REJEITADAS
            DISPLAY 'RPS FORA DO REGISTRO.: ' WS-QTD-SEM-REGISTRO
            DISPLAY 'CORRECOES EM.........: ' WS-COR-DD
            IF WS-QTD-REJEITADAS > 0 OR WS-QTD-SEM-REGISTRO > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-LE-RETORNO  --  LE O ARQUIVO DA PREFEITURA PARA A TABELA
      *                        E CONFERE O TRAILER (QUANTIDADE DE RPS).
      *                        TRAILER AUSENTE OU DIVERGENTE RECUSA O
      *                        ARQUIVO INTEIRO ANTES DE APLICAR
      *                        QUALQUER ITEM.
      ******************************************************************
       1000-LE-RETORNO.
            OPEN INPUT RETORNO-NFSE
            IF NOT RET-FS-OK
                DISPLAY 'RETORNO DA PREFEITURA AUSENTE: ' WS-RET-DD
                MOVE 'RETORNONFSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'RETORNO DA PREFEITURA AUSENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-RET-EOF
            PERFORM UNTIL RET-FIM-ARQUIVO
                READ RETORNO-NFSE
                    AT END
                        MOVE 'F' TO WS-RET-EOF
                    NOT AT END
                        EVALUATE RET-LINHA(1:1)
                            WHEN '2'
                                IF WS-QTD-ITENS < 5000
                                    ADD 1 TO WS-QTD-ITENS
                                    MOVE RET-LINHA(1:74) TO
                                         WS-ITEM-TAB(WS-QTD-ITENS)
                                ELSE
                                    ADD 1 TO WS-QTD-EXCEDENTE
                                END-IF
                            WHEN '9'
                                MOVE RET-LINHA TO WS-RET-TRAILER
                                MOVE 1 TO WS-TEM-TRAILER
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE RETORNO-NFSE
            IF WS-TEM-TRAILER = 0
                DISPLAY 'RETORNO DA PREFEITURA SEM TRAILER - '
                        'TRANSMISSAO POSSIVELMENTE TRUNCADA. NADA '
                        'APLICADO.'
                MOVE 'RETORNONFSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'RETORNO DA PREFEITURA SEM TRAILER - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            IF WS-QTD-EXCEDENTE > 0
               OR RT-QTD NOT = WS-QTD-ITENS
                DISPLAY 'TRAILER DA PREFEITURA DIVERGE DO LIDO ('
                        RT-QTD '/' WS-QTD-ITENS ') - NADA APLICADO.'
                MOVE 'RETORNONFSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-LE-RETORNO' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TRAILER DA PREFEITURA DIVERGENTE - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 1 TO WS-TRAILER-OK.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE NFS-E. SEM
      *                              REGISTRO NAO HA RPS A CASAR; ALEM
      *                              DA TABELA O RETORNO E RECUSADO - A
      *                              REGRAVACAO APAGARIA O EXCEDENTE.
      ******************************************************************
       1500-CARREGA-REGISTRO.
            OPEN INPUT NFSE
            IF NOT NFS-FS-OK
                DISPLAY 'REGISTRO DE NFS-E AUSENTE (' WS-NFS-DD
                        ') - RETORNO NAO APLICADO.'
                MOVE 1 TO WS-RECUSA
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-NFS-EOF
            PERFORM UNTIL NFS-FIM-ARQUIVO
                READ NFSE
                    AT END
                        MOVE 'F' TO WS-NFS-EOF
                    NOT AT END
                        IF WS-QTD-NFS < 20000
                            ADD 1 TO WS-QTD-NFS
                            MOVE REG-NFSE TO WS-NFS-REG(WS-QTD-NFS)
                        ELSE
                            MOVE 1 TO WS-RECUSA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NFSE
            IF RODADA-RECUSADA
                DISPLAY 'REGISTRO DE NFS-E EXCEDE A TABELA DE 20000 '
                        'LINHAS - RETORNO NAO APLICADO.'
                MOVE 'RETORNONFSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1500-CARREGA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE NFS-E EXCEDE A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 3000-APLICA-RPS  --  LOCALIZA O RPS AGUARDANDO NO REGISTRO E
      *                        GRAVA A NFS-E EMITIDA OU A REJEICAO.
      ******************************************************************
       3000-APLICA-RPS.
            MOVE ZEROS TO WS-POS-NFS
            PERFORM VARYING WS-IDX-NFS FROM 1 BY 1
                    UNTIL WS-IDX-NFS > WS-QTD-NFS
                       OR WS-POS-NFS > 0
                MOVE WS-NFS-REG(WS-IDX-NFS) TO REG-NFSE
                IF NFS-RPS-NUMERO = RD-RPS-NUMERO
                   AND NFS-AGUARDANDO
                    MOVE WS-IDX-NFS TO WS-POS-NFS
                END-IF
            END-PERFORM
            IF WS-POS-NFS = 0
                ADD 1 TO WS-QTD-SEM-REGISTRO
                MOVE ZEROS TO NFS-RECIBO NFS-CD-STUDENT
                              NFS-COMPETENCIA
                MOVE 'RPS NAO AGUARDA NOTA NO REGISTRO' TO WS-MOTIVO
                PERFORM 3800-GRAVA-CORRECAO THRU 3800-FIM
                GO TO 3000-FIM
            END-IF

            MOVE WS-NFS-REG(WS-POS-NFS) TO REG-NFSE
            EVALUATE TRUE
                WHEN RD-ACEITO
                    MOVE 'N' TO NFS-SITUACAO
                    MOVE RD-NUMERO-NFSE TO NFS-NUMERO-NFSE
                    MOVE RD-DT-NFSE TO NFS-DT-NFSE
                    MOVE SPACES TO NFS-MOTIVO-REJEICAO
                    ADD 1 TO WS-QTD-EMITIDAS
                WHEN OTHER
                    MOVE 'R' TO NFS-SITUACAO
                    MOVE RD-MOTIVO TO NFS-MOTIVO-REJEICAO
                    IF NFS-MOTIVO-REJEICAO = SPACES
                        MOVE 'REJEITADO SEM MOTIVO INFORMADO'
                            TO NFS-MOTIVO-REJEICAO
                    END-IF
                    MOVE NFS-MOTIVO-REJEICAO TO WS-MOTIVO
                    ADD 1 TO WS-QTD-REJEITADAS
                    PERFORM 3800-GRAVA-CORRECAO THRU 3800-FIM
            END-EVALUATE
            MOVE REG-NFSE TO WS-NFS-REG(WS-POS-NFS).
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3800-GRAVA-CORRECAO  --  RPS REJEITADO OU SEM REGISTRO VAI PARA
      *                            O ARQUIVO DE CORRECAO.
      ******************************************************************
       3800-GRAVA-CORRECAO.
            MOVE SPACES TO COR-LINHA
            STRING WS-DATA-HOJE ' RETORNO RPS ' RD-RPS-NUMERO
                   ' RECIBO ' NFS-RECIBO
                   ' ALUNO ' NFS-CD-STUDENT
                   ' COMP ' NFS-COMPETENCIA
                   ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO COR-LINHA
            END-STRING
            WRITE COR-LINHA.
       3800-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-REGISTRO  --  REGRAVA O REGISTRO DE NFS-E COM AS
      *                              NOTAS E REJEICOES DO RETORNO.
      ******************************************************************
       7000-REGRAVA-REGISTRO.
            OPEN OUTPUT NFSE
            IF NOT NFS-FS-OK
                DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE NFS-E - FILE '
                        'STATUS: ' WS-NFS-FS
                MOVE 'RETORNONFSE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE NFS-E NAO REGRAVADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX-NFS FROM 1 BY 1
                    UNTIL WS-IDX-NFS > WS-QTD-NFS
                MOVE WS-NFS-REG(WS-IDX-NFS) TO REG-NFSE
                WRITE REG-NFSE
            END-PERFORM
            CLOSE NFSE.
       7000-FIM.
            EXIT.

       END PROGRAM RETORNONFSE.
