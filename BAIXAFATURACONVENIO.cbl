      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:BAIXA DO PAGAMENTO DAS FATURAS DE CONVENIO COM EMPRESAS
      *         (FD_FATURA_CONVENIO, FATURAS_CONVENIO.TXT, EMITIDAS PELO
      *         GERAFATURACONVENIO): (B)AIXAR UMA FATURA ABERTA COM
      *         DATA E VALOR PAGOS, (L)ISTAR AS FATURAS ABERTAS, SOB
      *         VALIDAOPERADOR E COM TRILHA $ VIA GRAVAAUDITORIA. O
      *         PAGAMENTO TEM DE COBRIR A FATURA INTEIRA - A EMPRESA
      *         PAGA O DOCUMENTO CONSOLIDADO, NAO PARCELA A PARCELA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAFATURACONVENIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS-CONVENIO ASSIGN TO DYNAMIC WS-FCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FCV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FATURAS-CONVENIO.
          COPY FD_FATURA_CONVENIO.

       WORKING-STORAGE SECTION.
       01 WS-FCV-DD                PIC X(100) VALUE SPACES.
       77 WS-FCV-FS                PIC XX VALUE SPACES.
          88 FCV-FS-OK             VALUE '00'.
       77 WS-FCV-EOF               PIC X VALUE 'N'.
          88 FCV-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-BAIXAR       VALUE 'B' 'b'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-FATURAS.
          05 WS-QTD-FCV            PIC 9(04) VALUE 0.
          05 WS-FCV-TAB OCCURS 5000 TIMES.
             10 WS-TF-NUMERO       PIC 9(09).
             10 WS-TF-CNV          PIC 9(05).
             10 WS-TF-COMP         PIC 9(06).
             10 WS-TF-EMISSAO      PIC 9(08).
             10 WS-TF-VENC         PIC 9(08).
             10 WS-TF-VALOR        PIC 9(07)V9(02).
             10 WS-TF-QTD-ALUNOS   PIC 9(05).
             10 WS-TF-SIT          PIC X(01).
             10 WS-TF-DT-PAGTO     PIC 9(08).
             10 WS-TF-VALOR-PAGO   PIC 9(07)V9(02).
             10 WS-TF-OPERADOR     PIC X(20).
       77 WS-FCV-ESTOUROU          PIC 9 VALUE 0.
          88 FCV-ESTOUROU          VALUE 1.

       77 WS-NUMERO-ALVO           PIC 9(09) VALUE ZEROS.
       77 WS-DT-PAGTO              PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-PAGO            PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-POS-FCV               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* BAIXAFATURACONVENIO - PAGAMENTO DE FATURAS  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'BAIXA NEGADA - OPERADOR SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-FCV-DD FROM ENVIRONMENT 'DD_FATURAS_CONVENIO'
            IF WS-FCV-DD = SPACES
                MOVE 'FATURAS_CONVENIO.TXT' TO WS-FCV-DD
            END-IF

            PERFORM 1000-CARREGA-FATURAS THRU 1000-FIM
            IF FCV-ESTOUROU
                DISPLAY 'REGISTRO DE FATURAS ALEM DA TABELA DE 5000 - '
                        'BAIXA RECUSADA.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** FATURAS DE CONVENIO ***'
                DISPLAY '(B)AIXAR (L)ISTAR ABERTAS (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-BAIXAR
                        PERFORM 2000-BAIXAR THRU 2000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0600-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR.
      ******************************************************************
       0600-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA DO OPERADOR: '
                ACCEPT WS-SENHA
            END-IF
            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-FATURAS  --  CARREGA O REGISTRO DE FATURAS INTEIRO
      *                             (E REGRAVADO A CADA BAIXA, ENTAO
      *                             NAO PODE SER TRUNCADO).
      ******************************************************************
       1000-CARREGA-FATURAS.
            OPEN INPUT FATURAS-CONVENIO
            IF NOT FCV-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-FCV-EOF
            PERFORM UNTIL FCV-FIM-ARQUIVO
                READ FATURAS-CONVENIO
                    AT END
                        MOVE 'F' TO WS-FCV-EOF
                    NOT AT END
                        IF WS-QTD-FCV < 5000
                            ADD 1 TO WS-QTD-FCV
                            MOVE FCV-NUMERO TO
                                 WS-TF-NUMERO(WS-QTD-FCV)
                            MOVE FCV-CNV-ID TO WS-TF-CNV(WS-QTD-FCV)
                            MOVE FCV-COMPETENCIA TO
                                 WS-TF-COMP(WS-QTD-FCV)
                            MOVE FCV-DT-EMISSAO TO
                                 WS-TF-EMISSAO(WS-QTD-FCV)
                            MOVE FCV-DT-VENCIMENTO TO
                                 WS-TF-VENC(WS-QTD-FCV)
                            MOVE FCV-VALOR TO WS-TF-VALOR(WS-QTD-FCV)
                            MOVE FCV-QTD-ALUNOS TO
                                 WS-TF-QTD-ALUNOS(WS-QTD-FCV)
                            MOVE FCV-SITUACAO TO WS-TF-SIT(WS-QTD-FCV)
                            MOVE FCV-DT-PAGAMENTO TO
                                 WS-TF-DT-PAGTO(WS-QTD-FCV)
                            MOVE FCV-VALOR-PAGO TO
                                 WS-TF-VALOR-PAGO(WS-QTD-FCV)
                            MOVE FCV-OPERADOR TO
                                 WS-TF-OPERADOR(WS-QTD-FCV)
                        ELSE
                            MOVE 1 TO WS-FCV-ESTOUROU
                            MOVE 'F' TO WS-FCV-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FATURAS-CONVENIO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-BAIXAR  --  BAIXA UMA FATURA ABERTA: DATA DO PAGAMENTO
      *                    (0 = HOJE) E VALOR PAGO, QUE TEM DE COBRIR A
      *                    FATURA.
      ******************************************************************
       2000-BAIXAR.
            DISPLAY 'NUMERO DA FATURA........: '
            ACCEPT WS-NUMERO-ALVO
            MOVE 0 TO WS-POS-FCV
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FCV
                IF WS-TF-NUMERO(WS-IDX) = WS-NUMERO-ALVO
                    MOVE WS-IDX TO WS-POS-FCV
                    MOVE WS-QTD-FCV TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-FCV = 0
                DISPLAY 'FATURA NAO ENCONTRADA.'
                GO TO 2000-FIM
            END-IF
            IF WS-TF-SIT(WS-POS-FCV) NOT = 'A'
                DISPLAY 'FATURA NAO ESTA ABERTA (SITUACAO '
                        WS-TF-SIT(WS-POS-FCV) ').'
                GO TO 2000-FIM
            END-IF
            MOVE WS-TF-VALOR(WS-POS-FCV) TO WS-VALOR-ED
            DISPLAY 'CONVENIO ' WS-TF-CNV(WS-POS-FCV)
                    ' COMPETENCIA ' WS-TF-COMP(WS-POS-FCV)
                    ' VALOR ' WS-VALOR-ED
            DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0=HOJE): '
            ACCEPT WS-DT-PAGTO
            IF WS-DT-PAGTO = 0
                MOVE WS-DATA-HOJE TO WS-DT-PAGTO
            END-IF
            IF WS-DT-PAGTO > WS-DATA-HOJE
                DISPLAY 'DATA DE PAGAMENTO FUTURA - BAIXA RECUSADA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'VALOR PAGO..............: '
            ACCEPT WS-VALOR-PAGO
            IF WS-VALOR-PAGO < WS-TF-VALOR(WS-POS-FCV)
                DISPLAY 'VALOR PAGO NAO COBRE A FATURA - BAIXA '
                        'RECUSADA.'
                GO TO 2000-FIM
            END-IF

            MOVE 'P' TO WS-TF-SIT(WS-POS-FCV)
            MOVE WS-DT-PAGTO TO WS-TF-DT-PAGTO(WS-POS-FCV)
            MOVE WS-VALOR-PAGO TO WS-TF-VALOR-PAGO(WS-POS-FCV)
            MOVE WS-OPERADOR TO WS-TF-OPERADOR(WS-POS-FCV)
            PERFORM 7000-REGRAVA-FATURAS THRU 7000-FIM
            DISPLAY 'FATURA ' WS-NUMERO-ALVO ' BAIXADA.'

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE ZEROS TO AUD-CD-STUDENT
            MOVE 'FATURA-CONVENIO' TO AUD-CAMPO
            MOVE WS-NUMERO-ALVO TO AUD-VALOR-ANTIGO
            MOVE WS-VALOR-PAGO TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA AS FATURAS ABERTAS.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'FATURA    CONV  COMP   VENCTO   ALUNOS VALOR'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FCV
                IF WS-TF-SIT(WS-IDX) = 'A'
                    MOVE WS-TF-VALOR(WS-IDX) TO WS-VALOR-ED
                    DISPLAY WS-TF-NUMERO(WS-IDX) ' '
                            WS-TF-CNV(WS-IDX) ' '
                            WS-TF-COMP(WS-IDX) ' '
                            WS-TF-VENC(WS-IDX) ' '
                            WS-TF-QTD-ALUNOS(WS-IDX) ' '
                            WS-VALOR-ED
                END-IF
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-FATURAS  --  REGRAVA O REGISTRO DE FATURAS INTEIRO
      *                             A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-FATURAS.
            OPEN OUTPUT FATURAS-CONVENIO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FCV
                MOVE WS-TF-NUMERO(WS-IDX)     TO FCV-NUMERO
                MOVE WS-TF-CNV(WS-IDX)        TO FCV-CNV-ID
                MOVE WS-TF-COMP(WS-IDX)       TO FCV-COMPETENCIA
                MOVE WS-TF-EMISSAO(WS-IDX)    TO FCV-DT-EMISSAO
                MOVE WS-TF-VENC(WS-IDX)       TO FCV-DT-VENCIMENTO
                MOVE WS-TF-VALOR(WS-IDX)      TO FCV-VALOR
                MOVE WS-TF-QTD-ALUNOS(WS-IDX) TO FCV-QTD-ALUNOS
                MOVE WS-TF-SIT(WS-IDX)        TO FCV-SITUACAO
                MOVE WS-TF-DT-PAGTO(WS-IDX)   TO FCV-DT-PAGAMENTO
                MOVE WS-TF-VALOR-PAGO(WS-IDX) TO FCV-VALOR-PAGO
                MOVE WS-TF-OPERADOR(WS-IDX)   TO FCV-OPERADOR
                WRITE REG-FATURA-CONVENIO
            END-PERFORM
            CLOSE FATURAS-CONVENIO.
       7000-FIM.
            EXIT.

       END PROGRAM BAIXAFATURACONVENIO.
