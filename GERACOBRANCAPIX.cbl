      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:REGISTRO DAS COBRANCAS PIX: ATRIBUI A TODA COBRANCA
      *         ABERTA DO ARQUIVO DE MENSALIDADES (MENSALIDADE,
      *         PARCELA DE ACORDO OU TAXA) AINDA SEM IDENTIFICADOR UM
      *         TXID PIX UNICO (MEN-PIX-TXID) E GRAVA O ARQUIVO DE
      *         REGISTRO DAS COBRANCAS PARA O BANCO (COBRANCAS_PIX.TXT:
      *         HEADER 0 COM A CHAVE PIX DA ESCOLA, DETALHE 1 POR
      *         COBRANCA COM TXID, VALOR, VENCIMENTO E DEVEDOR, TRAILER
      *         9 COM QUANTIDADE + SOMA). O DEVEDOR E O ALUNO MAIOR OU,
      *         PARA O MENOR, O RESPONSAVEL FINANCEIRO. RODA ANTES DO
      *         RELATORIOAGING (CARTAS DE COBRANCA) E DA EXPORTACAO
      *         PARA O PORTAL, QUE PASSAM O TXID ADIANTE; O RETORNOPIX
      *         CASA A LIQUIDACAO PELO TXID - O PIX CHEGAVA COMO
      *         CREDITO SEM IDENTIFICACAO E A TESOURARIA CASAVA A MAO.
      *         TXID = 'ESC' + ALUNO + COMPETENCIA + DATA E HORA DO
      *         REGISTRO (30 POSICOES, DENTRO DA FAIXA 26-35 DO PIX).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACOBRANCAPIX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT RESPONSAVEIS ASSIGN TO DYNAMIC WS-RSP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT COBRANCAS-PIX ASSIGN TO DYNAMIC WS-PIX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PIX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

       FD COBRANCAS-PIX.
       01 PIX-LINHA                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-RSP-DD                PIC X(100) VALUE SPACES.
       01 WS-PIX-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-RSP-FS                PIC XX VALUE SPACES.
          88 RSP-FS-OK             VALUE '00'.
       77 WS-PIX-FS                PIC XX VALUE SPACES.
          88 PIX-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
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
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

      * LAYOUT DO REGISTRO DE COBRANCAS PIX (0 = HEADER, 1 = COBRANCA,
      * 9 = TRAILER)
       01 WS-PIX-HEADER.
          03 PH-TIPO               PIC X(01) VALUE '0'.
          03 PH-CHAVE-PIX          PIC X(36).
          03 PH-DT-GERACAO         PIC 9(08).
       01 WS-PIX-DETALHE.
          03 PD-TIPO               PIC X(01) VALUE '1'.
          03 PD-TXID               PIC X(35).
          03 PD-VALOR              PIC 9(07)V9(02).
          03 PD-DT-VENCIMENTO      PIC 9(08).
          03 PD-CPF-DEVEDOR        PIC 9(11).
          03 PD-NOME-DEVEDOR       PIC X(30).
          03 PD-CD-STUDENT         PIC 9(05).
          03 PD-COMPETENCIA        PIC 9(06).
       01 WS-PIX-TRAILER.
          03 PT-TIPO               PIC X(01) VALUE '9'.
          03 PT-QTD                PIC 9(06).
          03 PT-SOMA               PIC 9(11)V9(02).

      * TXID MONTADO PARA A COBRANCA CORRENTE
       01 WS-TXID.
          03 WS-TXID-PREFIXO       PIC X(03) VALUE 'ESC'.
          03 WS-TXID-CD            PIC 9(05).
          03 WS-TXID-COMP          PIC 9(06).
          03 WS-TXID-DATA          PIC 9(08).
          03 WS-TXID-HORA          PIC 9(08).

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      * DEVEDOR RESOLVIDO PARA O ALUNO CORRENTE
       77 WS-CD-RESOLVIDO          PIC 9(05) VALUE ZEROS.
       77 WS-CPF-DEVEDOR           PIC 9(11) VALUE ZEROS.
       77 WS-NOME-DEVEDOR          PIC X(30) VALUE SPACES.
       77 WS-IDADE                 PIC 9(03) VALUE ZEROS.

       77 WS-QTD-LIDAS             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REGISTRADAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-REGISTRADAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CPF           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REGISTRADO        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* GERACOBRANCAPIX - REGISTRO DE COBRANCAS PIX *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'GERACOBRANCAPIX' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'GERACOBRANCAPIX JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            ACCEPT PH-CHAVE-PIX FROM ENVIRONMENT 'DD_CHAVE_PIX'
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-RSP-DD FROM ENVIRONMENT 'DD_RESPONSAVEIS'
            IF WS-RSP-DD = SPACES
                MOVE 'RESPONSAVEIS.TXT' TO WS-RSP-DD
            END-IF
            ACCEPT WS-PIX-DD FROM ENVIRONMENT 'DD_COBRANCAS_PIX'
            IF WS-PIX-DD = SPACES
                MOVE 'COBRANCAS_PIX.TXT' TO WS-PIX-DD
            END-IF

            IF PH-CHAVE-PIX = SPACES
                DISPLAY 'CHAVE PIX DA ESCOLA NAO INFORMADA '
                        '(DD_CHAVE_PIX) - NADA REGISTRADO.'
                MOVE 'GERACOBRANCAPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'CHAVE PIX DA ESCOLA NAO INFORMADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN I-O MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                        ') - FILE STATUS: ' WS-MEN-FS
                MOVE 'GERACOBRANCAPIX' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'MENSALIDADES INDISPONIVEL PARA O REGISTRO PIX'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN OUTPUT COBRANCAS-PIX
            IF NOT PIX-FS-OK
                DISPLAY 'ERRO AO CRIAR O REGISTRO DE COBRANCAS PIX ('
                        WS-PIX-DD ') - FILE STATUS: ' WS-PIX-FS
                CLOSE MENSALIDADES
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            MOVE WS-DATA-HOJE TO PH-DT-GERACAO
            MOVE WS-PIX-HEADER TO PIX-LINHA
            WRITE PIX-LINHA

            MOVE 'N' TO WS-MEN-EOF
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDAS
                        IF MEN-ABERTA
                            IF MEN-PIX-TXID = SPACES
                                PERFORM 2000-REGISTRA-COBRANCA
                                     THRU 2000-FIM
                            ELSE
                                ADD 1 TO WS-QTD-JA-REGISTRADAS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-QTD-REGISTRADAS TO PT-QTD
            MOVE WS-TOT-REGISTRADO TO PT-SOMA
            MOVE WS-PIX-TRAILER TO PIX-LINHA
            WRITE PIX-LINHA
            CLOSE COBRANCAS-PIX
            CLOSE MENSALIDADES
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            DISPLAY ' '
            DISPLAY '*** RESUMO DO REGISTRO DE COBRANCAS PIX ***'
            DISPLAY 'COBRANCAS LIDAS......: ' WS-QTD-LIDAS
            MOVE WS-TOT-REGISTRADO TO WS-VALOR-ED
            DISPLAY 'NOVAS COBRANCAS PIX..: ' WS-QTD-REGISTRADAS
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'JA REGISTRADAS.......: ' WS-QTD-JA-REGISTRADAS
            DISPLAY 'SEM CPF DO DEVEDOR...: ' WS-QTD-SEM-CPF
            DISPLAY 'ERROS DE REGRAVACAO..: ' WS-QTD-ERROS
            DISPLAY 'REGISTRO PARA O BANCO: ' WS-PIX-DD
            IF WS-QTD-ERROS > 0
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
      * 2000-REGISTRA-COBRANCA  --  ATRIBUI O TXID A COBRANCA ABERTA
      *                               CORRENTE (REWRITE) E GRAVA O
      *                               DETALHE NO REGISTRO PARA O BANCO.
      *                               SEM CPF DO DEVEDOR A COBRANCA E
      *                               REGISTRADA ASSIM MESMO (O PIX NAO
      *                               EXIGE DEVEDOR) E CONTADA.
      ******************************************************************
       2000-REGISTRA-COBRANCA.
            MOVE MEN-CD-STUDENT TO WS-TXID-CD
            MOVE MEN-COMPETENCIA TO WS-TXID-COMP
            MOVE WS-DATA-HOJE TO WS-TXID-DATA
            MOVE WS-HORA-AGORA TO WS-TXID-HORA
            MOVE WS-TXID TO MEN-PIX-TXID
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    ADD 1 TO WS-QTD-ERROS
                    MOVE 'GERACOBRANCAPIX' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                    MOVE '2000-REGISTRA-COBRANCA' TO LOG-PARAGRAFO
                                                      OF WS-LOG-PARM
                    MOVE 'ERRO NO REWRITE DO TXID PIX'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    GO TO 2000-FIM
            END-REWRITE

            IF MEN-CD-STUDENT NOT = WS-CD-RESOLVIDO
                PERFORM 2500-RESOLVE-DEVEDOR THRU 2500-FIM
                MOVE MEN-CD-STUDENT TO WS-CD-RESOLVIDO
            END-IF
            IF WS-CPF-DEVEDOR = ZEROS
                ADD 1 TO WS-QTD-SEM-CPF
            END-IF

            MOVE MEN-PIX-TXID TO PD-TXID
            MOVE MEN-VALOR TO PD-VALOR
            MOVE MEN-DT-VENCIMENTO TO PD-DT-VENCIMENTO
            MOVE WS-CPF-DEVEDOR TO PD-CPF-DEVEDOR
            MOVE WS-NOME-DEVEDOR TO PD-NOME-DEVEDOR
            MOVE MEN-CD-STUDENT TO PD-CD-STUDENT
            MOVE MEN-COMPETENCIA TO PD-COMPETENCIA
            MOVE WS-PIX-DETALHE TO PIX-LINHA
            WRITE PIX-LINHA
            ADD 1 TO WS-QTD-REGISTRADAS
            ADD MEN-VALOR TO WS-TOT-REGISTRADO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2500-RESOLVE-DEVEDOR  --  DEVEDOR DA COBRANCA DO ALUNO
      *                             CORRENTE: O PROPRIO ALUNO MAIOR DE
      *                             18 ANOS; PARA O MENOR, O
      *                             RESPONSAVEL FINANCEIRO. CPF ZERO =
      *                             SEM DEVEDOR IDENTIFICADO.
      ******************************************************************
       2500-RESOLVE-DEVEDOR.
            MOVE ZEROS TO WS-CPF-DEVEDOR
            MOVE SPACES TO WS-NOME-DEVEDOR
            IF NOT ESTUDANTE-ABERTO
                GO TO 2500-FIM
            END-IF
            MOVE MEN-CD-STUDENT TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    GO TO 2500-FIM
            END-READ
            MOVE 999 TO WS-IDADE
            IF STUDENT-DT-NASCIMENTO NUMERIC
               AND STUDENT-DT-NASCIMENTO > 0
                COMPUTE WS-IDADE =
                    (WS-DATA-HOJE - STUDENT-DT-NASCIMENTO) / 10000
            END-IF
            IF WS-IDADE >= 18
                IF STUDENT-CPF NUMERIC
                    MOVE STUDENT-CPF TO WS-CPF-DEVEDOR
                END-IF
                MOVE NM-STUDENT TO WS-NOME-DEVEDOR
                GO TO 2500-FIM
            END-IF

            OPEN INPUT RESPONSAVEIS
            IF NOT RSP-FS-OK
                GO TO 2500-FIM
            END-IF
            MOVE 'N' TO WS-RSP-EOF
            PERFORM UNTIL RSP-FIM-ARQUIVO
                READ RESPONSAVEIS
                    AT END
                        MOVE 'F' TO WS-RSP-EOF
                    NOT AT END
                        IF RSP-CD-STUDENT = MEN-CD-STUDENT
                            MOVE RSP-CPF TO WS-CPF-DEVEDOR
                            MOVE WS-NOME OF REG-RESPONSAVEL TO
                                 WS-NOME-DEVEDOR
                            MOVE 'F' TO WS-RSP-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS.
       2500-FIM.
            EXIT.

       END PROGRAM GERACOBRANCAPIX.
