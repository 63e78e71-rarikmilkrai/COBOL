      *               passou a ter a cobranca tambem enfileirada na
      *               interface de e-mail (GRAVAEMAIL), com o estagio
      *               na referencia.
      * 15/10/26 RMS  Carta de cobranca passou a levar as cobrancas PIX
      *               vencidas do aluno (txid, valor e vencimento) em
      *               CARTAS_COBRANCA_PIX.TXT, casadas pelo codigo.
      * 15/10/26 RMS  Faturas de convenio abertas vencidas
      *               (FATURAS_CONVENIO.TXT) passaram a sair num
      *               quadro proprio por faixa e por empresa, fora da
      *               regua e dos totais dos alunos.
      * 15/10/26 RMS  Cada execucao passou a acrescentar a fotografia
      *               da carteira (a vencer em 30 dias e vencido por
      *               faixa) em AGING_HISTORICO.TXT, base das taxas
      *               de recebimento do PROJECAORECEBIVEIS.
      * 15/10/26 RMS  Aviso por SMS (GRAVASMS) do avanco de estagio
      *               e lembrete das parcelas que vencem em
      *               DD_SMS_DIAS_AVISO dias (padrao 3).
      * 15/10/26 RMS  O e-mail de cobranca passou a levar o nome de
      *               tratamento do aluno (nome social quando
      *               registrado, via RESOLVENOME).
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOAGING.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FS.

           SELECT CARTAS-PIX ASSIGN TO DYNAMIC WS-CPX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPX-FS.

           SELECT RELATORIO-AGE ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT FATURAS-CONVENIO ASSIGN TO DYNAMIC WS-FCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FCV-FS.

           SELECT CONVENIOS ASSIGN TO DYNAMIC WS-CNV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CNV-FS.

           SELECT AGING-HISTORICO ASSIGN TO DYNAMIC WS-AGH-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AGH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          03 CTL-CD-STUDENT        PIC 9(05).
          03 CTL-ESTAGIO           PIC 9(01).

      * COBRANCAS PIX ABERTAS DE QUEM RECEBE CARTA: A GRAFICA IMPRIME
      * O TXID (E O QR CODE) NA CARTA DO ALUNO, CASANDO PELO CODIGO.
       FD CARTAS-PIX.
       01 REG-CARTA-PIX.
          03 CPX-CD-STUDENT        PIC 9(05).
          03 CPX-COMPETENCIA       PIC 9(06).
          03 CPX-DT-VENCIMENTO     PIC 9(08).
          03 CPX-VALOR             PIC 9(05)V9(02).
          03 CPX-TXID              PIC X(35).

       FD RELATORIO-AGE.
       01 RPT-LINHA                PIC X(132).

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

       FD FATURAS-CONVENIO.
          COPY FD_FATURA_CONVENIO.

       FD CONVENIOS.
          COPY FD_CONVENIO.

       FD AGING-HISTORICO.
          COPY FD_AGING_HISTORICO.

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-CAR-DD                PIC X(100) VALUE SPACES.
       01 WS-CTL-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       01 WS-CPX-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 CTL-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-CPX-FS                PIC XX VALUE SPACES.
          88 CPX-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CES-EOF               PIC X VALUE 'N'.
             10 WS-CUR-F90         PIC 9(9)V9(2).
             10 WS-CUR-F120        PIC 9(9)V9(2).

      * PARCELAS VENCIDAS COM COBRANCA PIX (TXID DO GERACOBRANCAPIX)
       01 WS-TABELA-PIX.
          05 WS-QTD-PIX            PIC 9(04) VALUE 0.
          05 WS-PIX-TAB OCCURS 5000 TIMES.
             10 WS-PIX-CD          PIC 9(05).
             10 WS-PIX-COMP        PIC 9(06).
             10 WS-PIX-VENC        PIC 9(08).
             10 WS-PIX-VALOR       PIC 9(05)V9(02).
             10 WS-PIX-TXID        PIC X(35).
       77 WS-IDX-PIX               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LINHAS-PIX        PIC 9(04) VALUE ZEROS.

       77 WS-POS-DEV               PIC 9(04) VALUE ZEROS.
       77 WS-POS-CUR               PIC 9(02) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDADE                 PIC 9(03) VALUE ZEROS.
       01 WS-EML-PARM.
          COPY EMAIL_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.
       77 WS-QTD-EMAILS            PIC 9(04) VALUE ZEROS.

      * AVISO POR SMS (GRAVASMS): PARCELAS QUE VENCEM DAQUI A
      * DD_SMS_DIAS_AVISO DIAS (PADRAO 3) E AVANCO DE ESTAGIO
       01 WS-SMS-PARM.
          COPY SMS_PARM.
       01 WS-TABELA-A-VENCER.
          05 WS-QTD-VEN            PIC 9(04) VALUE 0.
          05 WS-VEN-TAB OCCURS 2000 TIMES.
             10 WS-VEN-CD          PIC 9(05).
             10 WS-VEN-DATA        PIC 9(08).
             10 WS-VEN-VALOR       PIC 9(05)V9(02).
       77 WS-IDX-VEN               PIC 9(04) VALUE ZEROS.
       77 WS-PARM-TXT              PIC X(10) VALUE SPACES.
       77 WS-SMS-DIAS-AVISO        PIC 9(03) VALUE 3.
       77 WS-DIAS-AVISO-NEG        PIC S9(05) VALUE ZEROS.
       77 WS-VENC-ED               PIC 99/99/9999.
       77 WS-VALOR-SMS-ED          PIC ZZZZ9.99.
       77 WS-VENC-DDMMAAAA         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SMS-ED           PIC ZZZZ9.
       77 WS-QTD-SMS               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SMS-DESCARTE      PIC 9(04) VALUE ZEROS.

      * POR EMPRESA CONVENIADA: FATURAS ABERTAS VENCIDAS POR FAIXA,
      * FORA DA REGUA DE COBRANCA DOS ALUNOS
       01 WS-FCV-DD                PIC X(100) VALUE SPACES.
       01 WS-CNV-DD                PIC X(100) VALUE SPACES.
       77 WS-FCV-FS                PIC XX VALUE SPACES.
          88 FCV-FS-OK             VALUE '00'.
       77 WS-CNV-FS                PIC XX VALUE SPACES.
          88 CNV-FS-OK             VALUE '00'.
       77 WS-FCV-EOF               PIC X VALUE 'N'.
          88 FCV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CNV-EOF               PIC X VALUE 'N'.
          88 CNV-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-EMPRESAS.
          05 WS-QTD-EMP            PIC 9(03) VALUE 0.
          05 WS-EMP-TAB OCCURS 200 TIMES.
             10 WS-EMP-CNV         PIC 9(05).
             10 WS-EMP-RAZAO       PIC X(40).
             10 WS-EMP-F30         PIC 9(9)V9(2).
             10 WS-EMP-F60         PIC 9(9)V9(2).
             10 WS-EMP-F90         PIC 9(9)V9(2).
             10 WS-EMP-F120        PIC 9(9)V9(2).
             10 WS-EMP-MAIOR       PIC 9(05).
       01 WS-TOTAIS-EMPRESAS.
          05 WS-TEMP-F30           PIC 9(9)V9(2) VALUE ZEROS.
          05 WS-TEMP-F60           PIC 9(9)V9(2) VALUE ZEROS.
          05 WS-TEMP-F90           PIC 9(9)V9(2) VALUE ZEROS.
          05 WS-TEMP-F120          PIC 9(9)V9(2) VALUE ZEROS.
       77 WS-POS-EMP               PIC 9(03) VALUE ZEROS.

      * FOTOGRAFIA DA CARTEIRA PARA O HISTORICO DE RECEBIMENTO POR
      * FAIXA (PROJECAORECEBIVEIS)
       01 WS-AGH-DD                PIC X(100) VALUE SPACES.
       77 WS-AGH-FS                PIC XX VALUE SPACES.
          88 AGH-FS-OK             VALUE '00'.
       77 WS-TOT-A-VENCER          PIC 9(9)V9(2) VALUE ZEROS.

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF WS-RPT-DD = SPACES
                MOVE 'AGING_COBRANCA.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-CPX-DD FROM ENVIRONMENT 'DD_CARTAS_PIX'
            IF WS-CPX-DD = SPACES
                MOVE 'CARTAS_COBRANCA_PIX.TXT' TO WS-CPX-DD
            END-IF
            ACCEPT WS-FCV-DD FROM ENVIRONMENT 'DD_FATURAS_CONVENIO'
            IF WS-FCV-DD = SPACES
                MOVE 'FATURAS_CONVENIO.TXT' TO WS-FCV-DD
            END-IF
            ACCEPT WS-CNV-DD FROM ENVIRONMENT 'DD_CONVENIOS'
            IF WS-CNV-DD = SPACES
                MOVE 'CONVENIOS.TXT' TO WS-CNV-DD
            END-IF
            ACCEPT WS-AGH-DD FROM ENVIRONMENT 'DD_AGING_HISTORICO'
            IF WS-AGH-DD = SPACES
                MOVE 'AGING_HISTORICO.TXT' TO WS-AGH-DD
            END-IF
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_SMS_DIAS_AVISO'
            IF WS-PARM-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-SMS-DIAS-AVISO
            END-IF
            COMPUTE WS-DIAS-AVISO-NEG = 0 - WS-SMS-DIAS-AVISO

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
            END-IF

            PERFORM 1000-CLASSIFICA-ABERTAS THRU 1000-FIM
            PERFORM 1500-CLASSIFICA-FATURAS THRU 1500-FIM
            IF MEN-FS-OK
                PERFORM 6000-GRAVA-HISTORICO THRU 6000-FIM
            END-IF
            IF WS-QTD-VEN > 0
                PERFORM 4500-AVISA-VENCIMENTOS THRU 4500-FIM
            END-IF
            IF WS-QTD-DEV = 0 AND WS-QTD-EMP = 0
                DISPLAY 'NENHUM ALUNO COM ATRASO - NADA A FAZER.'
                GO TO 8000-FECHA
            END-IF
            IF WS-QTD-DEV > 0
                PERFORM 2000-CARREGA-ESTAGIOS THRU 2000-FIM
                PERFORM 3000-AVANCA-ESTAGIOS THRU 3000-FIM
                PERFORM 4000-GERA-CARTAS THRU 4000-FIM
            END-IF
            PERFORM 5000-EMITE-RELATORIO THRU 5000-FIM
            IF WS-QTD-DEV > 0
                PERFORM 7000-REGRAVA-ESTAGIOS THRU 7000-FIM
            END-IF.

       8000-FECHA.
            IF ESTUDANTE-ABERTO
                            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                                - FUNCTION INTEGER-OF-DATE(
                                      MEN-DT-VENCIMENTO)
                            IF WS-DIAS-ATRASO <= 0
                               AND WS-DIAS-ATRASO >= -30
                                ADD MEN-VALOR TO WS-TOT-A-VENCER
                            END-IF
                            IF WS-DIAS-ATRASO = WS-DIAS-AVISO-NEG
                               AND WS-QTD-VEN < 2000
                                ADD 1 TO WS-QTD-VEN
                                MOVE MEN-CD-STUDENT
                                  TO WS-VEN-CD(WS-QTD-VEN)
                                MOVE MEN-DT-VENCIMENTO
                                  TO WS-VEN-DATA(WS-QTD-VEN)
                                MOVE MEN-VALOR
                                  TO WS-VEN-VALOR(WS-QTD-VEN)
                            END-IF
                            IF WS-DIAS-ATRASO > 0
                                PERFORM 1100-ACUMULA-DEVEDOR
                                     THRU 1100-FIM
                                IF MEN-PIX-TXID NOT = SPACES
                                   AND WS-QTD-PIX < 5000
                                    ADD 1 TO WS-QTD-PIX
                                    MOVE MEN-CD-STUDENT
                                      TO WS-PIX-CD(WS-QTD-PIX)
                                    MOVE MEN-COMPETENCIA
                                      TO WS-PIX-COMP(WS-QTD-PIX)
                                    MOVE MEN-DT-VENCIMENTO
                                      TO WS-PIX-VENC(WS-QTD-PIX)
                                    MOVE MEN-VALOR
                                      TO WS-PIX-VALOR(WS-QTD-PIX)
                                    MOVE MEN-PIX-TXID
                                      TO WS-PIX-TXID(WS-QTD-PIX)
                                END-IF
                            END-IF
                        END-IF
                END-READ
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1500-CLASSIFICA-FATURAS  --  CLASSIFICA AS FATURAS DE CONVENIO
      *                                ABERTAS VENCIDAS NAS FAIXAS, POR
      *                                EMPRESA. A DIVIDA DA EMPRESA NAO
      *                                ENTRA NA REGUA NEM NOS TOTAIS DOS
      *                                ALUNOS; SEM O REGISTRO DE
      *                                FATURAS, NADA A CLASSIFICAR.
      ******************************************************************
       1500-CLASSIFICA-FATURAS.
            OPEN INPUT FATURAS-CONVENIO
            IF NOT FCV-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-FCV-EOF
            PERFORM UNTIL FCV-FIM-ARQUIVO
                READ FATURAS-CONVENIO
                    AT END
                        MOVE 'F' TO WS-FCV-EOF
                    NOT AT END
                        IF FCV-ABERTA
                            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                                - FUNCTION INTEGER-OF-DATE(
                                      FCV-DT-VENCIMENTO)
                            IF WS-DIAS-ATRASO > 0
                                PERFORM 1600-ACUMULA-EMPRESA
                                     THRU 1600-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FATURAS-CONVENIO
            IF WS-QTD-EMP = 0
                GO TO 1500-FIM
            END-IF

            OPEN INPUT CONVENIOS
            IF NOT CNV-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-CNV-EOF
            PERFORM UNTIL CNV-FIM-ARQUIVO
                READ CONVENIOS
                    AT END
                        MOVE 'F' TO WS-CNV-EOF
                    NOT AT END
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                                UNTIL WS-IDX > WS-QTD-EMP
                            IF WS-EMP-CNV(WS-IDX) = CNV-ID
                                MOVE CNV-RAZAO-SOCIAL TO
                                     WS-EMP-RAZAO(WS-IDX)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE CONVENIOS.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-ACUMULA-EMPRESA  --  ACUMULA A FATURA VENCIDA NA FAIXA DA
      *                             EMPRESA.
      ******************************************************************
       1600-ACUMULA-EMPRESA.
            MOVE 0 TO WS-POS-EMP
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-EMP
                IF WS-EMP-CNV(WS-IDX) = FCV-CNV-ID
                    MOVE WS-IDX TO WS-POS-EMP
                    MOVE WS-QTD-EMP TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-EMP = 0
                IF WS-QTD-EMP >= 200
                    GO TO 1600-FIM
                END-IF
                ADD 1 TO WS-QTD-EMP
                MOVE WS-QTD-EMP TO WS-POS-EMP
                MOVE FCV-CNV-ID TO WS-EMP-CNV(WS-POS-EMP)
                MOVE SPACES TO WS-EMP-RAZAO(WS-POS-EMP)
                MOVE ZEROS TO WS-EMP-F30(WS-POS-EMP)
                MOVE ZEROS TO WS-EMP-F60(WS-POS-EMP)
                MOVE ZEROS TO WS-EMP-F90(WS-POS-EMP)
                MOVE ZEROS TO WS-EMP-F120(WS-POS-EMP)
                MOVE ZEROS TO WS-EMP-MAIOR(WS-POS-EMP)
            END-IF

            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 30
                    ADD FCV-VALOR TO WS-EMP-F30(WS-POS-EMP)
                    ADD FCV-VALOR TO WS-TEMP-F30
                WHEN WS-DIAS-ATRASO <= 60
                    ADD FCV-VALOR TO WS-EMP-F60(WS-POS-EMP)
                    ADD FCV-VALOR TO WS-TEMP-F60
                WHEN WS-DIAS-ATRASO <= 90
                    ADD FCV-VALOR TO WS-EMP-F90(WS-POS-EMP)
                    ADD FCV-VALOR TO WS-TEMP-F90
                WHEN OTHER
                    ADD FCV-VALOR TO WS-EMP-F120(WS-POS-EMP)
                    ADD FCV-VALOR TO WS-TEMP-F120
            END-EVALUATE
            IF WS-DIAS-ATRASO > WS-EMP-MAIOR(WS-POS-EMP)
                MOVE WS-DIAS-ATRASO TO WS-EMP-MAIOR(WS-POS-EMP)
            END-IF.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-CARREGA-ESTAGIOS  --  CARREGA O ESTAGIO CORRENTE DE CADA
      *                              DEVEDOR.
      *                         GRAVA O CONTATO NO ARQUIVO DE CARTAS
      *                         (LAYOUT_CONTATO, PARA O
      *                         EXPORTAMALADIRETA) E A LINHA DE
      *                         CONTROLE ALUNO X ESTAGIO, COM AS
      *                         COBRANCAS PIX DO ALUNO PARA A CARTA.
      ******************************************************************
       4000-GERA-CARTAS.
            OPEN OUTPUT CARTAS
            OPEN OUTPUT CARTAS-CTRL
            OPEN OUTPUT CARTAS-PIX
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-DEV
                IF WS-DEV-EST-NOVO(WS-IDX) >
                    MOVE WS-DEV-CD(WS-IDX) TO CTL-CD-STUDENT
                    MOVE WS-DEV-EST-NOVO(WS-IDX) TO CTL-ESTAGIO
                    WRITE REG-CARTA-CTRL
                    PERFORM 4300-LISTA-PIX THRU 4300-FIM
                    PERFORM 4200-ENFILEIRA-EMAIL THRU 4200-FIM
                    PERFORM 4400-ENFILEIRA-SMS THRU 4400-FIM
                END-IF
            END-PERFORM
            CLOSE CARTAS
            CLOSE CARTAS-CTRL
            CLOSE CARTAS-PIX
            DISPLAY 'CARTAS GERADAS (AVANCO DE ESTAGIO): '
                    WS-QTD-CARTAS
            DISPLAY 'COBRANCAS PIX NAS CARTAS: ' WS-QTD-LINHAS-PIX
            DISPLAY 'SMS DE COBRANCA ENFILEIRADOS: ' WS-QTD-SMS
                    ' DESCARTADOS: ' WS-QTD-SMS-DESCARTE.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4300-LISTA-PIX  --  GRAVA AS COBRANCAS PIX VENCIDAS DO DEVEDOR
      *                       CORRENTE (TXID, VALOR E VENCIMENTO) PARA
      *                       SAIREM IMPRESSAS NA CARTA.
      ******************************************************************
       4300-LISTA-PIX.
            PERFORM VARYING WS-IDX-PIX FROM 1 BY 1
                    UNTIL WS-IDX-PIX > WS-QTD-PIX
                IF WS-PIX-CD(WS-IDX-PIX) = WS-DEV-CD(WS-IDX)
                    MOVE WS-PIX-CD(WS-IDX-PIX) TO CPX-CD-STUDENT
                    MOVE WS-PIX-COMP(WS-IDX-PIX) TO CPX-COMPETENCIA
                    MOVE WS-PIX-VENC(WS-IDX-PIX) TO CPX-DT-VENCIMENTO
                    MOVE WS-PIX-VALOR(WS-IDX-PIX) TO CPX-VALOR
                    MOVE WS-PIX-TXID(WS-IDX-PIX) TO CPX-TXID
                    WRITE REG-CARTA-PIX
                    ADD 1 TO WS-QTD-LINHAS-PIX
                END-IF
            END-PERFORM.
       4300-FIM.
            EXIT.

      ******************************************************************
      * 4100-MONTA-CONTATO  --  MONTA O CONTATO DO DEVEDOR CORRENTE
      *                           (NOME DO CADASTRO + ENDERECO DO
                                   INTO EML-REFERENCIA
                                        OF WS-EML-PARM
                            END-STRING
                            PERFORM 4250-NOME-DO-ALUNO THRU 4250-FIM
                            CALL 'GRAVAEMAIL' USING WS-EML-PARM
                            ADD 1 TO WS-QTD-EMAILS
                            MOVE 'F' TO WS-END-EOF
       4200-FIM.
            EXIT.

      ******************************************************************
      * 4250-NOME-DO-ALUNO  --  NOME DE TRATAMENTO DO DEVEDOR NO
      *                           E-MAIL: NOME SOCIAL QUANDO
      *                           REGISTRADO, SENAO O DO CADASTRO.
      ******************************************************************
       4250-NOME-DO-ALUNO.
            MOVE WS-DEV-CD(WS-IDX) TO NOM-P-CD-STUDENT
            MOVE SPACES TO NOM-P-NM-CIVIL
            IF ESTUDANTE-ABERTO
                MOVE WS-DEV-CD(WS-IDX) TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO NOM-P-NM-CIVIL
                END-READ
            END-IF
            CALL 'RESOLVENOME' USING WS-NOM-PARM
            MOVE NOM-P-NOME TO EML-NOME OF WS-EML-PARM.
       4250-FIM.
            EXIT.

      ******************************************************************
      * 4400-ENFILEIRA-SMS  --  AVISO DO AVANCO DE ESTAGIO POR SMS AO
      *                           TELEFONE DO FD_ENDERECO DO DEVEDOR,
      *                           PELA SUBROTINA GRAVASMS (RECUSA,
      *                           LIMITE DIARIO E SILENCIO FICAM LA).
      ******************************************************************
       4400-ENFILEIRA-SMS.
            OPEN INPUT ENDERECOS
            IF NOT END-FS-OK
                GO TO 4400-FIM
            END-IF
            MOVE 'N' TO WS-END-EOF
            PERFORM UNTIL END-FIM-ARQUIVO
                READ ENDERECOS
                    AT END
                        MOVE 'F' TO WS-END-EOF
                    NOT AT END
                        IF END-CD-STUDENT = WS-DEV-CD(WS-IDX)
                           AND END-TELEFONE NOT = SPACES
                            MOVE END-CD-STUDENT TO SMS-CD-STUDENT
                            MOVE END-TELEFONE TO SMS-TELEFONE
                            MOVE END-SMS-OPTOUT TO SMS-OPTOUT
                            SET SMS-EVT-COBRANCA TO TRUE
                            MOVE WS-DEV-MAIOR(WS-IDX) TO WS-DIAS-SMS-ED
                            MOVE SPACES TO SMS-TEXTO
                            STRING 'ESCOLA: CONSTAM MENSALIDADES EM '
                                   'ABERTO HA ' WS-DIAS-SMS-ED
                                   ' DIAS PARA O ALUNO '
                                   WS-DEV-CD(WS-IDX)
                                   '. REGULARIZE NA SECRETARIA OU '
                                   'PELO PIX DA CARTA.'
                                   DELIMITED BY SIZE INTO SMS-TEXTO
                            END-STRING
                            CALL 'GRAVASMS' USING WS-SMS-PARM
                            IF SMS-NA-FILA
                                ADD 1 TO WS-QTD-SMS
                            ELSE
                                ADD 1 TO WS-QTD-SMS-DESCARTE
                            END-IF
                            MOVE 'F' TO WS-END-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDERECOS.
       4400-FIM.
            EXIT.

      ******************************************************************
      * 4500-AVISA-VENCIMENTOS  --  LEMBRETE POR SMS DAS PARCELAS QUE
      *                               VENCEM DAQUI A DD_SMS_DIAS_AVISO
      *                               DIAS (UMA VEZ POR PARCELA, JA QUE
      *                               O JOB RODA TODO DIA).
      ******************************************************************
       4500-AVISA-VENCIMENTOS.
            MOVE ZEROS TO WS-QTD-SMS
            MOVE ZEROS TO WS-QTD-SMS-DESCARTE
            OPEN INPUT ENDERECOS
            IF NOT END-FS-OK
                GO TO 4500-FIM
            END-IF
            MOVE 'N' TO WS-END-EOF
            PERFORM UNTIL END-FIM-ARQUIVO
                READ ENDERECOS
                    AT END
                        MOVE 'F' TO WS-END-EOF
                    NOT AT END
                        IF END-TELEFONE NOT = SPACES
                            PERFORM 4550-AVISA-ALUNO THRU 4550-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDERECOS
            DISPLAY 'SMS DE VENCIMENTO ENFILEIRADOS: ' WS-QTD-SMS
                    ' DESCARTADOS: ' WS-QTD-SMS-DESCARTE
            MOVE ZEROS TO WS-QTD-SMS
            MOVE ZEROS TO WS-QTD-SMS-DESCARTE.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 4550-AVISA-ALUNO  --  ENFILEIRA O LEMBRETE DE CADA PARCELA A
      *                         VENCER DO ALUNO DO ENDERECO CORRENTE.
      ******************************************************************
       4550-AVISA-ALUNO.
            PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                    UNTIL WS-IDX-VEN > WS-QTD-VEN
                IF WS-VEN-CD(WS-IDX-VEN) = END-CD-STUDENT
                    MOVE END-CD-STUDENT TO SMS-CD-STUDENT
                    MOVE END-TELEFONE TO SMS-TELEFONE
                    MOVE END-SMS-OPTOUT TO SMS-OPTOUT
                    SET SMS-EVT-VENCIMENTO TO TRUE
                    MOVE WS-VEN-DATA(WS-IDX-VEN)(7:2)
                      TO WS-VENC-DDMMAAAA(1:2)
                    MOVE WS-VEN-DATA(WS-IDX-VEN)(5:2)
                      TO WS-VENC-DDMMAAAA(3:2)
                    MOVE WS-VEN-DATA(WS-IDX-VEN)(1:4)
                      TO WS-VENC-DDMMAAAA(5:4)
                    MOVE WS-VENC-DDMMAAAA TO WS-VENC-ED
                    MOVE WS-VEN-VALOR(WS-IDX-VEN) TO WS-VALOR-SMS-ED
                    MOVE SPACES TO SMS-TEXTO
                    STRING 'ESCOLA: A MENSALIDADE DE R$ '
                           WS-VALOR-SMS-ED ' DO ALUNO '
                           END-CD-STUDENT ' VENCE EM ' WS-VENC-ED
                           '.'
                           DELIMITED BY SIZE INTO SMS-TEXTO
                    END-STRING
                    CALL 'GRAVASMS' USING WS-SMS-PARM
                    IF SMS-NA-FILA
                        ADD 1 TO WS-QTD-SMS
                    ELSE
                        ADD 1 TO WS-QTD-SMS-DESCARTE
                    END-IF
                END-IF
            END-PERFORM.
       4550-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-RELATORIO  --  QUADRO DE VALORES POR FAIXA E POR
      *                             CURSO PARA A DIRETORIA.
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM
            PERFORM 5500-SECAO-EMPRESAS THRU 5500-FIM
            CLOSE RELATORIO-AGE
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM
            DISPLAY 'RELATORIO DE AGING EM ' WS-RPT-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5500-SECAO-EMPRESAS  --  QUADRO DA DIVIDA DAS EMPRESAS
      *                            CONVENIADAS, POR FAIXA E POR
      *                            EMPRESA, SEPARADO DO DOS ALUNOS.
      ******************************************************************
       5500-SECAO-EMPRESAS.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'EMPRESAS CONVENIADAS - FATURAS VENCIDAS:' TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-TEMP-F30 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA ATE 30 DIAS..: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TEMP-F60 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA 31-60 DIAS...: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TEMP-F90 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA 61-90 DIAS...: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-TEMP-F120 TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'FAIXA 91+ DIAS.....: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'CONV  ATE-30        31-60        61-90        '
                   '91+          MAIOR ATRASO EMPRESA'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-EMP
                MOVE SPACES TO RPT-LINHA
                MOVE WS-EMP-F30(WS-IDX) TO WS-VALOR-ED
                STRING WS-EMP-CNV(WS-IDX) ' ' WS-VALOR-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                MOVE WS-EMP-F60(WS-IDX) TO WS-VALOR-ED
                STRING WS-VALOR-ED DELIMITED BY SIZE
                       INTO RPT-LINHA(20:)
                END-STRING
                MOVE WS-EMP-F90(WS-IDX) TO WS-VALOR-ED
                STRING WS-VALOR-ED DELIMITED BY SIZE
                       INTO RPT-LINHA(33:)
                END-STRING
                MOVE WS-EMP-F120(WS-IDX) TO WS-VALOR-ED
                STRING WS-VALOR-ED DELIMITED BY SIZE
                       INTO RPT-LINHA(46:)
                END-STRING
                STRING WS-EMP-MAIOR(WS-IDX) ' DIAS   '
                       WS-EMP-RAZAO(WS-IDX)
                       DELIMITED BY SIZE INTO RPT-LINHA(60:)
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM.
       5500-FIM.
            EXIT.

      ******************************************************************
      * 6000-GRAVA-HISTORICO  --  ACRESCENTA AO HISTORICO A FOTOGRAFIA
      *                             DA CARTEIRA DESTA EXECUCAO (A
      *                             VENCER EM 30 DIAS E VENCIDO POR
      *                             FAIXA).
      ******************************************************************
       6000-GRAVA-HISTORICO.
            OPEN EXTEND AGING-HISTORICO
            IF NOT AGH-FS-OK
                OPEN OUTPUT AGING-HISTORICO
            END-IF
            IF NOT AGH-FS-OK
                DISPLAY 'HISTORICO DE AGING INDISPONIVEL (' WS-AGH-DD
                        ') - FOTOGRAFIA NAO GRAVADA.'
                GO TO 6000-FIM
            END-IF
            MOVE WS-DATA-HOJE TO AGH-DT-EXECUCAO
            MOVE WS-TOT-A-VENCER TO AGH-A-VENCER
            MOVE WS-TOT-F30 TO AGH-F30
            MOVE WS-TOT-F60 TO AGH-F60
            MOVE WS-TOT-F90 TO AGH-F90
            MOVE WS-TOT-F120 TO AGH-F120
            WRITE REG-AGING-HISTORICO
            CLOSE AGING-HISTORICO.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-ESTAGIOS  --  REGRAVA O ARQUIVO DE ESTAGIOS COM OS
      *                              ESTAGIOS AVANCADOS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOAGING' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOAGING.
