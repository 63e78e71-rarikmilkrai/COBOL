      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LOTE DIARIO DE RPS (RECIBO PROVISORIO DE SERVICO) PARA
      *         A EMISSAO DAS NFS-E DA PREFEITURA. TODO PAGAMENTO
      *         RECEBIDO NOS ULTIMOS DD_NFSE_JANELA DIAS (PADRAO 30)
      *         AINDA SEM RPS VALIDO NO REGISTRO DE NFS-E (FD_NFSE)
      *         ENTRA NO LOTE:
      *         1) OS RECIBOS DA TESOURARIA (RECIBOS.TXT, DO
      *            BAIXAPAGAMENTO)
      *            CUJA MENSALIDADE CONTINUA PAGA (RECIBO ESTORNADO NAO
      *            VIRA NOTA);
      *         2) AS DEMAIS MENSALIDADES PAGAS NO PERIODO - RETORNO
      *            BANCARIO (PROCESSARETORNO) E ASSESSORIA DE COBRANCA.
      *         O TOMADOR E O ALUNO MAIOR OU, PARA O MENOR, O
      *         RESPONSAVEL FINANCEIRO (RESPONSAVEIS.TXT); O ISS SAI DA
      *         ALIQUOTA DD_ALIQUOTA_ISS (9(2)V99, PADRAO 2,00%).
      *         PAGAMENTO SEM CPF DE TOMADOR VAI PARA O ARQUIVO DE
      *         CORRECAO (NFSE_CORRECAO.TXT) E VOLTA NO LOTE SEGUINTE
      *         DEPOIS DE CORRIGIDO O CADASTRO. O NUMERO DO RPS VEM DA
      *         SERIE RPS DO GERATICKET; O RETORNONFSE IMPORTA A
      *         RESPOSTA DA PREFEITURA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - o contador emitia as notas a mao a
      *               partir da lista de recibos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERALOTERPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT NFSE ASSIGN TO DYNAMIC WS-NFS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NFS-FS.

           SELECT RECIBOS ASSIGN TO DYNAMIC WS-REC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-FS.

           SELECT RESPONSAVEIS ASSIGN TO DYNAMIC WS-RSP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT LOTE-RPS ASSIGN TO DYNAMIC WS-RPS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPS-FS.

           SELECT CORRECAO ASSIGN TO DYNAMIC WS-COR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD NFSE.
          COPY FD_NFSE.

       FD RECIBOS.
          COPY FD_RECIBO.

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

       FD LOTE-RPS.
       01 RPS-LINHA                    PIC X(160).

       FD CORRECAO.
       01 COR-LINHA                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-NFS-DD                PIC X(100) VALUE SPACES.
       01 WS-REC-DD                PIC X(100) VALUE SPACES.
       01 WS-RSP-DD                PIC X(100) VALUE SPACES.
       01 WS-RPS-DD                PIC X(100) VALUE SPACES.
       01 WS-COR-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-NFS-FS                PIC XX VALUE SPACES.
          88 NFS-FS-OK             VALUE '00'.
       77 WS-REC-FS                PIC XX VALUE SPACES.
          88 REC-FS-OK             VALUE '00'.
       77 WS-RSP-FS                PIC XX VALUE SPACES.
          88 RSP-FS-OK             VALUE '00'.
       77 WS-RPS-FS                PIC XX VALUE SPACES.
          88 RPS-FS-OK             VALUE '00'.
       77 WS-COR-FS                PIC XX VALUE SPACES.
          88 COR-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-NFS-EOF               PIC X VALUE 'N'.
          88 NFS-FIM-ARQUIVO       VALUE 'F'.
       77 WS-REC-EOF               PIC X VALUE 'N'.
          88 REC-FIM-ARQUIVO       VALUE 'F'.
       77 WS-RSP-EOF               PIC X VALUE 'N'.
          88 RSP-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

      * LAYOUT DO LOTE DE RPS (1 = CABECALHO DO PRESTADOR, 2 = RPS,
      * 9 = TRAILER COM QUANTIDADE E TOTAIS)
       01 WS-RPS-HEADER.
          03 RH-TIPO               PIC X(01) VALUE '1'.
          03 RH-CNPJ-PRESTADOR     PIC X(14).
          03 RH-INSCRICAO-MUNIC    PIC X(15).
          03 RH-DT-LOTE            PIC 9(08).
       01 WS-RPS-DETALHE.
          03 RD-TIPO               PIC X(01) VALUE '2'.
          03 RD-RPS-NUMERO         PIC 9(09).
          03 RD-RPS-SERIE          PIC X(05) VALUE 'RPS'.
          03 RD-DT-EMISSAO         PIC 9(08).
          03 RD-VALOR-SERVICO      PIC 9(09)V9(02).
          03 RD-ALIQUOTA           PIC 9(02)V9(02).
          03 RD-VALOR-ISS          PIC 9(09)V9(02).
          03 RD-ISS-RETIDO         PIC X(01) VALUE '2'.
          03 RD-CPF-TOMADOR        PIC 9(11).
          03 RD-NOME-TOMADOR       PIC X(30).
          03 RD-DISCRIMINACAO      PIC X(60).
       01 WS-RPS-TRAILER.
          03 RT-TIPO               PIC X(01) VALUE '9'.
          03 RT-QTD-RPS            PIC 9(06).
          03 RT-TOTAL-SERVICOS     PIC 9(11)V9(02).
          03 RT-TOTAL-ISS          PIC 9(11)V9(02).

      * PARAMETROS DA RODADA
       77 WS-PARM-TXT              PIC X(04) VALUE SPACES.
       77 WS-ALIQUOTA-ISS          PIC 9(02)V9(02) VALUE 2.
       77 WS-JANELA                PIC 9(03) VALUE 30.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DT-INICIO             PIC 9(08) VALUE ZEROS.
       77 WS-RECUSA                PIC 9 VALUE 0.
          88 RODADA-RECUSADA       VALUE 1.

      * REGISTRO DE NFS-E EM MEMORIA (REGRAVADO NO FIM)
       01 WS-TABELA-NFSE.
          05 WS-QTD-NFS            PIC 9(05) VALUE 0.
          05 WS-NFS-REG OCCURS 20000 TIMES PIC X(137).
       77 WS-IDX-NFS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NFS-INICIAL       PIC 9(05) VALUE ZEROS.

      * PAGAMENTOS COM RECIBO NA JANELA (NAO ENTRAM DE NOVO COMO
      * BAIXA SEM RECIBO)
       01 WS-TABELA-RECIBOS.
          05 WS-QTD-RCB            PIC 9(04) VALUE 0.
          05 WS-RCB-TAB OCCURS 5000 TIMES.
             10 WS-RCB-CD          PIC 9(05).
             10 WS-RCB-COMP        PIC 9(06).
       77 WS-IDX-RCB               PIC 9(04) VALUE ZEROS.

      * PAGAMENTO CORRENTE A FATURAR
       77 WS-PAG-ORIGEM            PIC X(01) VALUE SPACE.
       77 WS-PAG-RECIBO            PIC 9(09) VALUE ZEROS.
       77 WS-PAG-CD                PIC 9(05) VALUE ZEROS.
       77 WS-PAG-COMP              PIC 9(06) VALUE ZEROS.
       77 WS-PAG-DT                PIC 9(08) VALUE ZEROS.
       77 WS-PAG-VALOR             PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(40) VALUE SPACES.

      * TOMADOR RESOLVIDO PARA O ALUNO CORRENTE
       77 WS-CD-RESOLVIDO          PIC 9(05) VALUE ZEROS.
       77 WS-CPF-TOMADOR           PIC 9(11) VALUE ZEROS.
       77 WS-NOME-TOMADOR          PIC X(30) VALUE SPACES.
       77 WS-IDADE                 PIC 9(03) VALUE ZEROS.

       77 WS-ACHOU                 PIC 9 VALUE 0.
       77 WS-QTD-RPS               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CORRECAO          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ESTORNADOS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SERVICOS          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-ISS               PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-ISS             PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* GERALOTERPS - LOTE DE RPS PARA NFS-E        *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'GERALOTERPS' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'LOTE DE RPS JA EM EXECUCAO - JOB RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0500-LE-PARAMETROS THRU 0500-FIM

            PERFORM 1000-CARREGA-REGISTRO THRU 1000-FIM
            IF RODADA-RECUSADA
                GO TO 9900-ENCERRA
            END-IF

            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF
            OPEN OUTPUT LOTE-RPS
            IF NOT RPS-FS-OK
                DISPLAY 'ERRO AO CRIAR O LOTE DE RPS (' WS-RPS-DD
                        ') - FILE STATUS: ' WS-RPS-FS
                MOVE 'GERALOTERPS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'LOTE DE RPS NAO CRIADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE MENSALIDADES
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN EXTEND CORRECAO
            IF NOT COR-FS-OK
                OPEN OUTPUT CORRECAO
            END-IF
            MOVE WS-DATA-HOJE TO RH-DT-LOTE
            MOVE WS-RPS-HEADER TO RPS-LINHA
            WRITE RPS-LINHA

            PERFORM 2000-FATURA-RECIBOS THRU 2000-FIM
            PERFORM 3000-FATURA-BAIXAS THRU 3000-FIM

            MOVE WS-QTD-RPS TO RT-QTD-RPS
            MOVE WS-TOT-SERVICOS TO RT-TOTAL-SERVICOS
            MOVE WS-TOT-ISS TO RT-TOTAL-ISS
            MOVE WS-RPS-TRAILER TO RPS-LINHA
            WRITE RPS-LINHA
            CLOSE LOTE-RPS
            CLOSE CORRECAO
            CLOSE MENSALIDADES
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            IF WS-QTD-NFS > WS-QTD-NFS-INICIAL
                PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM
            END-IF

            DISPLAY ' '
            DISPLAY '*** RESUMO DO LOTE DE RPS ***'
            MOVE WS-TOT-SERVICOS TO WS-VALOR-ED
            DISPLAY 'RPS NO LOTE..........: ' WS-QTD-RPS
                    ' (' WS-VALOR-ED ')'
            MOVE WS-TOT-ISS TO WS-VALOR-ED
            DISPLAY 'ISS DO LOTE..........: ' WS-VALOR-ED
            DISPLAY 'PARA CORRECAO........: ' WS-QTD-CORRECAO
            DISPLAY 'RECIBOS ESTORNADOS...: ' WS-QTD-ESTORNADOS
            DISPLAY 'LOTE EM..............: ' WS-RPS-DD
            IF WS-QTD-CORRECAO > 0
                DISPLAY 'CORRECOES EM.........: ' WS-COR-DD
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
      * 0500-LE-PARAMETROS  --  ALIQUOTA DO ISS, JANELA DE DIAS, DADOS
      *                           DO PRESTADOR E OS DDS.
      ******************************************************************
       0500-LE-PARAMETROS.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_ALIQUOTA_ISS'
            IF WS-PARM-TXT NOT = SPACES AND WS-PARM-TXT NUMERIC
                MOVE WS-PARM-TXT TO WS-ALIQUOTA-ISS
            END-IF
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT(1:3) FROM ENVIRONMENT 'DD_NFSE_JANELA'
            IF WS-PARM-TXT(1:3) NOT = SPACES
               AND WS-PARM-TXT(1:3) NUMERIC
                MOVE WS-PARM-TXT(1:3) TO WS-JANELA
            END-IF
            COMPUTE WS-DT-INICIO = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-JANELA)
            DISPLAY 'PAGAMENTOS DESDE ' WS-DT-INICIO
                    ' - ALIQUOTA ISS ' WS-ALIQUOTA-ISS '%'

            ACCEPT RH-CNPJ-PRESTADOR FROM ENVIRONMENT
                                          'DD_CNPJ_PRESTADOR'
            ACCEPT RH-INSCRICAO-MUNIC FROM ENVIRONMENT
                                           'DD_INSCRICAO_MUNICIPAL'
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-NFS-DD FROM ENVIRONMENT 'DD_NFSE'
            IF WS-NFS-DD = SPACES
                MOVE 'NFSE.TXT' TO WS-NFS-DD
            END-IF
            ACCEPT WS-REC-DD FROM ENVIRONMENT 'DD_RECIBOS'
            IF WS-REC-DD = SPACES
                MOVE 'RECIBOS.TXT' TO WS-REC-DD
            END-IF
            ACCEPT WS-RSP-DD FROM ENVIRONMENT 'DD_RESPONSAVEIS'
            IF WS-RSP-DD = SPACES
                MOVE 'RESPONSAVEIS.TXT' TO WS-RSP-DD
            END-IF
            ACCEPT WS-RPS-DD FROM ENVIRONMENT 'DD_LOTE_RPS'
            IF WS-RPS-DD = SPACES
                MOVE 'LOTE_RPS.TXT' TO WS-RPS-DD
            END-IF
            ACCEPT WS-COR-DD FROM ENVIRONMENT 'DD_NFSE_CORRECAO'
            IF WS-COR-DD = SPACES
                MOVE 'NFSE_CORRECAO.TXT' TO WS-COR-DD
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE NFS-E
      *                              (AUSENTE = PRIMEIRO LOTE). ALEM DA
      *                              TABELA A RODADA E RECUSADA - A
      *                              REGRAVACAO APAGARIA O EXCEDENTE.
      ******************************************************************
       1000-CARREGA-REGISTRO.
            OPEN INPUT NFSE
            IF NOT NFS-FS-OK
                GO TO 1000-FIM
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
            MOVE WS-QTD-NFS TO WS-QTD-NFS-INICIAL
            IF RODADA-RECUSADA
                DISPLAY 'REGISTRO DE NFS-E EXCEDE A TABELA DE 20000 '
                        'LINHAS - RODADA RECUSADA.'
                MOVE 'GERALOTERPS' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE NFS-E EXCEDE A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-FATURA-RECIBOS  --  RECIBOS DA JANELA SEM RPS VALIDO.
      *                            RECIBO CUJA MENSALIDADE NAO ESTA
      *                            MAIS PAGA (BAIXA ESTORNADA) NAO
      *                            VIRA NOTA.
      ******************************************************************
       2000-FATURA-RECIBOS.
            OPEN INPUT RECIBOS
            IF NOT REC-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-REC-EOF
            PERFORM UNTIL REC-FIM-ARQUIVO
                READ RECIBOS
                    AT END
                        MOVE 'F' TO WS-REC-EOF
                    NOT AT END
                        IF REC-DT-PAGAMENTO >= WS-DT-INICIO
                            PERFORM 2100-AVALIA-RECIBO THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RECIBOS.
       2000-FIM.
            EXIT.

       2100-AVALIA-RECIBO.
            IF WS-QTD-RCB < 5000
                ADD 1 TO WS-QTD-RCB
                MOVE REC-CD-STUDENT TO WS-RCB-CD(WS-QTD-RCB)
                MOVE REC-COMPETENCIA TO WS-RCB-COMP(WS-QTD-RCB)
            END-IF
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-NFS FROM 1 BY 1
                    UNTIL WS-IDX-NFS > WS-QTD-NFS
                MOVE WS-NFS-REG(WS-IDX-NFS) TO REG-NFSE
                IF NFS-ORIGEM-RECIBO AND NFS-VALIDA
                   AND NFS-RECIBO = REC-NUMERO
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-NFS TO WS-IDX-NFS
                END-IF
            END-PERFORM
            IF WS-ACHOU = 1
                GO TO 2100-FIM
            END-IF

            MOVE REC-CD-STUDENT TO MEN-CD-STUDENT
            MOVE REC-COMPETENCIA TO MEN-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    ADD 1 TO WS-QTD-ESTORNADOS
                    GO TO 2100-FIM
            END-READ
            IF NOT MEN-PAGA
                ADD 1 TO WS-QTD-ESTORNADOS
                GO TO 2100-FIM
            END-IF

            MOVE 'R' TO WS-PAG-ORIGEM
            MOVE REC-NUMERO TO WS-PAG-RECIBO
            MOVE REC-CD-STUDENT TO WS-PAG-CD
            MOVE REC-COMPETENCIA TO WS-PAG-COMP
            MOVE REC-DT-PAGAMENTO TO WS-PAG-DT
            MOVE REC-VALOR TO WS-PAG-VALOR
            PERFORM 4000-GERA-RPS THRU 4000-FIM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-FATURA-BAIXAS  --  MENSALIDADES PAGAS NA JANELA SEM RECIBO
      *                           (RETORNO BANCARIO, ASSESSORIA) E SEM
      *                           RPS VALIDO. QUITACAO SO COM CREDITO
      *                           DO ALUNO (VALOR PAGO ZERO) NAO E
      *                           RECEBIMENTO NOVO.
      ******************************************************************
       3000-FATURA-BAIXAS.
            MOVE LOW-VALUES TO MEN-CHAVE
            START MENSALIDADES KEY >= MEN-CHAVE
                INVALID KEY
                    GO TO 3000-FIM
            END-START
            MOVE 'N' TO WS-MEN-EOF
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-PAGA
                           AND MEN-DT-PAGAMENTO >= WS-DT-INICIO
                           AND MEN-VALOR-PAGO > ZEROS
                            PERFORM 3100-AVALIA-BAIXA THRU 3100-FIM
                        END-IF
                END-READ
            END-PERFORM.
       3000-FIM.
            EXIT.

       3100-AVALIA-BAIXA.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-RCB FROM 1 BY 1
                    UNTIL WS-IDX-RCB > WS-QTD-RCB
                IF WS-RCB-CD(WS-IDX-RCB) = MEN-CD-STUDENT
                   AND WS-RCB-COMP(WS-IDX-RCB) = MEN-COMPETENCIA
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-RCB TO WS-IDX-RCB
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-NFS FROM 1 BY 1
                    UNTIL WS-IDX-NFS > WS-QTD-NFS OR WS-ACHOU = 1
                MOVE WS-NFS-REG(WS-IDX-NFS) TO REG-NFSE
                IF NFS-VALIDA
                   AND NFS-CD-STUDENT = MEN-CD-STUDENT
                   AND NFS-COMPETENCIA = MEN-COMPETENCIA
                   AND NFS-DT-PAGAMENTO = MEN-DT-PAGAMENTO
                    MOVE 1 TO WS-ACHOU
                END-IF
            END-PERFORM
            IF WS-ACHOU = 1
                GO TO 3100-FIM
            END-IF

            MOVE 'B' TO WS-PAG-ORIGEM
            MOVE ZEROS TO WS-PAG-RECIBO
            MOVE MEN-CD-STUDENT TO WS-PAG-CD
            MOVE MEN-COMPETENCIA TO WS-PAG-COMP
            MOVE MEN-DT-PAGAMENTO TO WS-PAG-DT
            MOVE MEN-VALOR-PAGO TO WS-PAG-VALOR
            PERFORM 4000-GERA-RPS THRU 4000-FIM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-GERA-RPS  --  GRAVA O RPS DO PAGAMENTO CORRENTE NO LOTE E
      *                      A LINHA AGUARDANDO (E) NO REGISTRO. SEM
      *                      TOMADOR COM CPF OU SEM NUMERO DE RPS, O
      *                      PAGAMENTO VAI PARA A CORRECAO.
      ******************************************************************
       4000-GERA-RPS.
            IF WS-PAG-CD NOT = WS-CD-RESOLVIDO
                PERFORM 4500-RESOLVE-TOMADOR THRU 4500-FIM
                MOVE WS-PAG-CD TO WS-CD-RESOLVIDO
            END-IF
            IF WS-CPF-TOMADOR = ZEROS
                MOVE 'TOMADOR SEM CPF (ALUNO OU RESPONSAVEL)'
                    TO WS-MOTIVO
                PERFORM 4800-GRAVA-CORRECAO THRU 4800-FIM
                GO TO 4000-FIM
            END-IF
            IF WS-QTD-NFS >= 20000
                MOVE 'REGISTRO DE NFS-E CHEIO' TO WS-MOTIVO
                PERFORM 4800-GRAVA-CORRECAO THRU 4800-FIM
                GO TO 4000-FIM
            END-IF
            MOVE 'RPS' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                MOVE 'NUMERO DE RPS INDISPONIVEL' TO WS-MOTIVO
                PERFORM 4800-GRAVA-CORRECAO THRU 4800-FIM
                GO TO 4000-FIM
            END-IF

            COMPUTE WS-VALOR-ISS ROUNDED =
                    WS-PAG-VALOR * WS-ALIQUOTA-ISS / 100
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO RD-RPS-NUMERO
            MOVE WS-DATA-HOJE TO RD-DT-EMISSAO
            MOVE WS-PAG-VALOR TO RD-VALOR-SERVICO
            MOVE WS-ALIQUOTA-ISS TO RD-ALIQUOTA
            MOVE WS-VALOR-ISS TO RD-VALOR-ISS
            MOVE WS-CPF-TOMADOR TO RD-CPF-TOMADOR
            MOVE WS-NOME-TOMADOR TO RD-NOME-TOMADOR
            MOVE SPACES TO RD-DISCRIMINACAO
            STRING 'SERVICOS EDUCACIONAIS - COMPETENCIA ' WS-PAG-COMP
                   ' - ALUNO ' WS-PAG-CD
                   DELIMITED BY SIZE INTO RD-DISCRIMINACAO
            END-STRING
            MOVE WS-RPS-DETALHE TO RPS-LINHA
            WRITE RPS-LINHA
            ADD 1 TO WS-QTD-RPS
            ADD WS-PAG-VALOR TO WS-TOT-SERVICOS
            ADD WS-VALOR-ISS TO WS-TOT-ISS

            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO NFS-RPS-NUMERO
            MOVE WS-DATA-HOJE TO NFS-DT-RPS
            MOVE WS-PAG-ORIGEM TO NFS-ORIGEM
            MOVE WS-PAG-RECIBO TO NFS-RECIBO
            MOVE WS-PAG-CD TO NFS-CD-STUDENT
            MOVE WS-PAG-COMP TO NFS-COMPETENCIA
            MOVE WS-PAG-DT TO NFS-DT-PAGAMENTO
            MOVE WS-PAG-VALOR TO NFS-VALOR
            MOVE WS-VALOR-ISS TO NFS-VALOR-ISS
            MOVE WS-CPF-TOMADOR TO NFS-CPF-TOMADOR
            MOVE 'E' TO NFS-SITUACAO
            MOVE SPACES TO NFS-NUMERO-NFSE
            MOVE ZEROS TO NFS-DT-NFSE
            MOVE SPACES TO NFS-MOTIVO-REJEICAO
            ADD 1 TO WS-QTD-NFS
            MOVE REG-NFSE TO WS-NFS-REG(WS-QTD-NFS).
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4500-RESOLVE-TOMADOR  --  TOMADOR DO SERVICO PAGO PARA O ALUNO
      *                             WS-PAG-CD: O PROPRIO ALUNO MAIOR DE
      *                             18 ANOS; PARA O MENOR, O
      *                             RESPONSAVEL FINANCEIRO. CPF ZERO =
      *                             SEM TOMADOR.
      ******************************************************************
       4500-RESOLVE-TOMADOR.
            MOVE ZEROS TO WS-CPF-TOMADOR
            MOVE SPACES TO WS-NOME-TOMADOR
            IF NOT ESTUDANTE-ABERTO
                GO TO 4500-FIM
            END-IF
            MOVE WS-PAG-CD TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    GO TO 4500-FIM
            END-READ
            MOVE 999 TO WS-IDADE
            IF STUDENT-DT-NASCIMENTO NUMERIC
               AND STUDENT-DT-NASCIMENTO > 0
                COMPUTE WS-IDADE =
                    (WS-DATA-HOJE - STUDENT-DT-NASCIMENTO) / 10000
            END-IF
            IF WS-IDADE >= 18
                IF STUDENT-CPF NUMERIC
                    MOVE STUDENT-CPF TO WS-CPF-TOMADOR
                    MOVE NM-STUDENT TO WS-NOME-TOMADOR
                END-IF
                GO TO 4500-FIM
            END-IF

            OPEN INPUT RESPONSAVEIS
            IF NOT RSP-FS-OK
                GO TO 4500-FIM
            END-IF
            MOVE 'N' TO WS-RSP-EOF
            PERFORM UNTIL RSP-FIM-ARQUIVO
                READ RESPONSAVEIS
                    AT END
                        MOVE 'F' TO WS-RSP-EOF
                    NOT AT END
                        IF RSP-CD-STUDENT = WS-PAG-CD
                            MOVE RSP-CPF TO WS-CPF-TOMADOR
                            MOVE WS-NOME OF REG-RESPONSAVEL TO
                                 WS-NOME-TOMADOR
                            MOVE 'F' TO WS-RSP-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 4800-GRAVA-CORRECAO  --  PAGAMENTO QUE NAO ENTROU NO LOTE VAI
      *                            PARA O ARQUIVO DE CORRECAO; SEM
      *                            LINHA NO REGISTRO, ELE VOLTA NO
      *                            PROXIMO LOTE.
      ******************************************************************
       4800-GRAVA-CORRECAO.
            ADD 1 TO WS-QTD-CORRECAO
            MOVE SPACES TO COR-LINHA
            STRING WS-DATA-HOJE ' LOTE  ORIGEM ' WS-PAG-ORIGEM
                   ' RECIBO ' WS-PAG-RECIBO
                   ' ALUNO ' WS-PAG-CD
                   ' COMP ' WS-PAG-COMP
                   ' VALOR ' WS-PAG-VALOR
                   ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO COR-LINHA
            END-STRING
            WRITE COR-LINHA.
       4800-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-REGISTRO  --  REGRAVA O REGISTRO DE NFS-E COM OS
      *                              RPS DO LOTE.
      ******************************************************************
       7000-REGRAVA-REGISTRO.
            OPEN OUTPUT NFSE
            IF NOT NFS-FS-OK
                DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE NFS-E - FILE '
                        'STATUS: ' WS-NFS-FS
                MOVE 'GERALOTERPS' TO LOG-PROGRAMA OF WS-LOG-PARM
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

       END PROGRAM GERALOTERPS.
