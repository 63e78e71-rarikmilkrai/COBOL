      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:ENVIO A ASSESSORIA DE COBRANCA CONTRATADA. GERA O
      *         ARQUIVO DE ENVIO (HEADER 0, DETALHE 1 POR DEBITO COM
      *         O CONTATO DO DEVEDOR, DEVOLUCAO 2, TRAILER 9 COM
      *         QUANTIDADE + SOMA) E MANTEM O REGISTRO DE COBRANCA
      *         TERCEIRIZADA (FD_COBRANCA_EXTERNA):
      *         1) DEBITO ENVIADO QUE NAO ESTA MAIS ABERTO (PAGO OU
      *            RENEGOCIADO DIRETO NA ESCOLA, CANCELADO) OU CUJO
      *            ALUNO FECHOU ACORDO E DEVOLVIDO PELA ESCOLA - A
      *            ASSESSORIA RECEBE O REGISTRO 2 E PARA DE COBRAR;
      *         2) MENSALIDADE ABERTA VENCIDA HA MAIS DE
      *            DD_IDADE_COBRANCA_EXT DIAS (PADRAO 365), SEM ACORDO
      *            VIGENTE E NUNCA ENVIADA, VAI NO REGISTRO 1 COM O
      *            CONTATO DO FD_ENDERECO - OU DO RESPONSAVEL
      *            FINANCEIRO, QUANDO O ALUNO E MENOR.
      *         O RETORNOCOBRANCAEXT PROCESSA O QUE A ASSESSORIA
      *         DEVOLVE E O EXTRATOCOBRANCAEXT FAZ A CONCILIACAO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - substitui a planilha mandada por
      *               e-mail a assessoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIACOBRANCAEXT.

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

           SELECT COBRANCA-EXTERNA ASSIGN TO DYNAMIC WS-CEX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CEX-FS.

           SELECT ACORDOS ASSIGN TO DYNAMIC WS-ACO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACO-FS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC WS-END-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-END-FS.

           SELECT RESPONSAVEIS ASSIGN TO DYNAMIC WS-RSP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT ENVIO-ASSESSORIA ASSIGN TO DYNAMIC WS-ENV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD COBRANCA-EXTERNA.
          COPY FD_COBRANCA_EXTERNA.

       FD ACORDOS.
          COPY FD_ACORDO.

       FD ENDERECOS.
          COPY FD_ENDERECO.

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

       FD ENVIO-ASSESSORIA.
       01 ENV-LINHA                    PIC X(240).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-CEX-DD                PIC X(100) VALUE SPACES.
       01 WS-ACO-DD                PIC X(100) VALUE SPACES.
       01 WS-END-DD                PIC X(100) VALUE SPACES.
       01 WS-RSP-DD                PIC X(100) VALUE SPACES.
       01 WS-ENV-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CEX-FS                PIC XX VALUE SPACES.
          88 CEX-FS-OK             VALUE '00'.
       77 WS-ACO-FS                PIC XX VALUE SPACES.
          88 ACO-FS-OK             VALUE '00'.
       77 WS-END-FS                PIC XX VALUE SPACES.
          88 END-FS-OK             VALUE '00'.
       77 WS-RSP-FS                PIC XX VALUE SPACES.
          88 RSP-FS-OK             VALUE '00'.
       77 WS-ENV-FS                PIC XX VALUE SPACES.
          88 ENV-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CEX-EOF               PIC X VALUE 'N'.
          88 CEX-FIM-ARQUIVO       VALUE 'F'.
       77 WS-ACO-EOF               PIC X VALUE 'N'.
          88 ACO-FIM-ARQUIVO       VALUE 'F'.
       77 WS-END-EOF               PIC X VALUE 'N'.
          88 END-FIM-ARQUIVO       VALUE 'F'.
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

      * LAYOUT DO ARQUIVO DE ENVIO (0 = HEADER, 1 = DEBITO ENVIADO,
      * 2 = DEVOLUCAO PELA ESCOLA, 9 = TRAILER)
       01 WS-ENV-HEADER.
          03 EH-TIPO               PIC X(01) VALUE '0'.
          03 EH-DT-GERACAO         PIC 9(08).
          03 EH-REMETENTE          PIC X(30) VALUE
                                   'COBRANCA ESCOLA - MENSALIDADES'.
       01 WS-ENV-DETALHE.
          03 ED-TIPO               PIC X(01) VALUE '1'.
          03 ED-CD-STUDENT         PIC 9(05).
          03 ED-COMPETENCIA        PIC 9(06).
          03 ED-DT-VENCIMENTO      PIC 9(08).
          03 ED-VALOR              PIC 9(07)V9(02).
          03 ED-CPF-DEVEDOR        PIC 9(11).
      * CONTATO DO DEVEDOR NO LAYOUT_CONTATO (NOME, ENDERECO,
      * TELEFONE, E-MAIL, CIDADE, UF)
          03 ED-CONTATO            PIC X(192).
       01 WS-ENV-DEVOLUCAO.
          03 EV-TIPO               PIC X(01) VALUE '2'.
          03 EV-CD-STUDENT         PIC 9(05).
          03 EV-COMPETENCIA        PIC 9(06).
          03 EV-DT-DEVOLUCAO       PIC 9(08).
          03 EV-MOTIVO             PIC X(01).
       01 WS-ENV-TRAILER.
          03 ET-TIPO               PIC X(01) VALUE '9'.
          03 ET-QTD-ENVIADOS       PIC 9(06).
          03 ET-SOMA-ENVIADA       PIC 9(10)V9(02).
          03 ET-QTD-DEVOLVIDOS     PIC 9(06).

       77 WS-PARM-TXT              PIC X(04) VALUE SPACES.
       77 WS-IDADE-MINIMA          PIC 9(04) VALUE 365.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(07) VALUE ZEROS.
       77 WS-MOTIVO-FIM            PIC X(01) VALUE SPACE.
       77 WS-RECUSA                PIC 9 VALUE 0.
          88 RODADA-RECUSADA       VALUE 1.

      * REGISTRO DE COBRANCA TERCEIRIZADA EM MEMORIA (REGRAVADO NO FIM)
       01 WS-TABELA-COBRANCA.
          05 WS-QTD-CEX            PIC 9(04) VALUE 0.
          05 WS-CEX-REG OCCURS 5000 TIMES PIC X(58).
       77 WS-IDX-CEX               PIC 9(04) VALUE ZEROS.

      * ALUNOS COM ACORDO VIGENTE
       01 WS-TABELA-ACORDOS.
          05 WS-QTD-ACO            PIC 9(04) VALUE 0.
          05 WS-ACO-CD OCCURS 2000 TIMES PIC 9(05).
       77 WS-IDX-ACO               PIC 9(04) VALUE ZEROS.

      * DEVEDOR RESOLVIDO PARA O ALUNO CORRENTE
       77 WS-CD-DEVEDOR            PIC 9(05) VALUE ZEROS.
       77 WS-CD-RESOLVIDO          PIC 9(05) VALUE ZEROS.
       77 WS-CPF-DEVEDOR           PIC 9(11) VALUE ZEROS.
       77 WS-IDADE                 PIC 9(03) VALUE ZEROS.
       01 WS-CONTATO-DEVEDOR.
          COPY LAYOUT_CONTATO.

       77 WS-ACHOU                 PIC 9 VALUE 0.
       77 WS-QTD-ENVIADOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-ENVIADA          PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* ENVIACOBRANCAEXT - ENVIO A ASSESSORIA       *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'ENVIACOBRANCAEXT' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'ENVIO A ASSESSORIA JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            PERFORM 0500-LE-PARAMETROS THRU 0500-FIM

            PERFORM 1000-CARREGA-REGISTRO THRU 1000-FIM
            IF RODADA-RECUSADA
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1100-CARREGA-ACORDOS THRU 1100-FIM
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
            OPEN OUTPUT ENVIO-ASSESSORIA
            IF NOT ENV-FS-OK
                DISPLAY 'ERRO AO CRIAR O ARQUIVO DE ENVIO ('
                        WS-ENV-DD ') - FILE STATUS: ' WS-ENV-FS
                MOVE 'ENVIACOBRANCAEXT' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ARQUIVO DE ENVIO A ASSESSORIA NAO CRIADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE MENSALIDADES
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            MOVE WS-DATA-HOJE TO EH-DT-GERACAO
            MOVE WS-ENV-HEADER TO ENV-LINHA
            WRITE ENV-LINHA

            PERFORM 2000-DEVOLVE-RESOLVIDOS THRU 2000-FIM
            PERFORM 3000-SELECIONA-DEBITOS THRU 3000-FIM

            MOVE WS-QTD-ENVIADOS TO ET-QTD-ENVIADOS
            MOVE WS-SOMA-ENVIADA TO ET-SOMA-ENVIADA
            MOVE WS-QTD-DEVOLVIDOS TO ET-QTD-DEVOLVIDOS
            MOVE WS-ENV-TRAILER TO ENV-LINHA
            WRITE ENV-LINHA
            CLOSE ENVIO-ASSESSORIA
            CLOSE MENSALIDADES
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO ENVIO ***'
            MOVE WS-SOMA-ENVIADA TO WS-VALOR-ED
            DISPLAY 'DEBITOS ENVIADOS.....: ' WS-QTD-ENVIADOS
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'DEVOLVIDOS (ESCOLA)..: ' WS-QTD-DEVOLVIDOS
            DISPLAY 'ARQUIVO DE ENVIO EM..: ' WS-ENV-DD.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-LE-PARAMETROS  --  IDADE MINIMA DO DEBITO (DIAS DESDE O
      *                           VENCIMENTO) E OS DDS.
      ******************************************************************
       0500-LE-PARAMETROS.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_IDADE_COBRANCA_EXT'
            IF WS-PARM-TXT NOT = SPACES AND WS-PARM-TXT NUMERIC
                MOVE WS-PARM-TXT TO WS-IDADE-MINIMA
            END-IF
            DISPLAY 'DEBITOS VENCIDOS HA MAIS DE ' WS-IDADE-MINIMA
                    ' DIAS.'

            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-CEX-DD FROM ENVIRONMENT 'DD_COBRANCA_EXTERNA'
            IF WS-CEX-DD = SPACES
                MOVE 'COBRANCA_EXTERNA.TXT' TO WS-CEX-DD
            END-IF
            ACCEPT WS-ACO-DD FROM ENVIRONMENT 'DD_ACORDOS'
            IF WS-ACO-DD = SPACES
                MOVE 'ACORDOS.TXT' TO WS-ACO-DD
            END-IF
            ACCEPT WS-END-DD FROM ENVIRONMENT 'DD_ENDERECOS'
            IF WS-END-DD = SPACES
                MOVE 'ENDERECOS.TXT' TO WS-END-DD
            END-IF
            ACCEPT WS-RSP-DD FROM ENVIRONMENT 'DD_RESPONSAVEIS'
            IF WS-RSP-DD = SPACES
                MOVE 'RESPONSAVEIS.TXT' TO WS-RSP-DD
            END-IF
            ACCEPT WS-ENV-DD FROM ENVIRONMENT 'DD_ENVIO_ASSESSORIA'
            IF WS-ENV-DD = SPACES
                MOVE 'ENVIO_ASSESSORIA.TXT' TO WS-ENV-DD
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE COBRANCA
      *                              TERCEIRIZADA (AUSENTE = PRIMEIRO
      *                              ENVIO). ALEM DA TABELA A RODADA E
      *                              RECUSADA - A REGRAVACAO APAGARIA O
      *                              EXCEDENTE.
      ******************************************************************
       1000-CARREGA-REGISTRO.
            OPEN INPUT COBRANCA-EXTERNA
            IF NOT CEX-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-CEX-EOF
            PERFORM UNTIL CEX-FIM-ARQUIVO
                READ COBRANCA-EXTERNA
                    AT END
                        MOVE 'F' TO WS-CEX-EOF
                    NOT AT END
                        IF WS-QTD-CEX < 5000
                            ADD 1 TO WS-QTD-CEX
                            MOVE REG-COBRANCA-EXTERNA TO
                                 WS-CEX-REG(WS-QTD-CEX)
                        ELSE
                            MOVE 1 TO WS-RECUSA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBRANCA-EXTERNA
            IF RODADA-RECUSADA
                DISPLAY 'REGISTRO DE COBRANCA TERCEIRIZADA EXCEDE A '
                        'TABELA DE 5000 LINHAS - RODADA RECUSADA.'
                MOVE 'ENVIACOBRANCAEXT' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE COBRANCA EXTERNA EXCEDE A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-ACORDOS  --  ALUNOS COM ACORDO VIGENTE NAO SAO
      *                             ENVIADOS (E OS JA ENVIADOS SAO
      *                             DEVOLVIDOS). ALEM DA TABELA A
      *                             RODADA E RECUSADA.
      ******************************************************************
       1100-CARREGA-ACORDOS.
            OPEN INPUT ACORDOS
            IF NOT ACO-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ACO-EOF
            PERFORM UNTIL ACO-FIM-ARQUIVO
                READ ACORDOS
                    AT END
                        MOVE 'F' TO WS-ACO-EOF
                    NOT AT END
                        IF ACO-VIGENTE
                            IF WS-QTD-ACO < 2000
                                ADD 1 TO WS-QTD-ACO
                                MOVE ACO-CD-STUDENT TO
                                     WS-ACO-CD(WS-QTD-ACO)
                            ELSE
                                MOVE 1 TO WS-RECUSA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACORDOS
            IF RODADA-RECUSADA
                DISPLAY 'ACORDOS VIGENTES EXCEDEM A TABELA DE 2000 - '
                        'RODADA RECUSADA.'
                MOVE 'ENVIACOBRANCAEXT' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1100-CARREGA-ACORDOS' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                MOVE 'ACORDOS VIGENTES EXCEDEM A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-DEVOLVE-RESOLVIDOS  --  DEBITO EM MAOS DA ASSESSORIA QUE
      *                                A ESCOLA RESOLVEU DIRETO (PAGO,
      *                                RENEGOCIADO, CANCELADO, ACORDO
      *                                VIGENTE) E DEVOLVIDO: REGISTRO 2
      *                                NO ENVIO E SITUACAO D/E NO
      *                                REGISTRO.
      ******************************************************************
       2000-DEVOLVE-RESOLVIDOS.
            PERFORM VARYING WS-IDX-CEX FROM 1 BY 1
                    UNTIL WS-IDX-CEX > WS-QTD-CEX
                MOVE WS-CEX-REG(WS-IDX-CEX) TO REG-COBRANCA-EXTERNA
                IF CEX-ENVIADA
                    PERFORM 2100-CONFERE-UM THRU 2100-FIM
                END-IF
            END-PERFORM.
       2000-FIM.
            EXIT.

       2100-CONFERE-UM.
            MOVE SPACE TO WS-MOTIVO-FIM
            MOVE CEX-CD-STUDENT TO MEN-CD-STUDENT
            MOVE CEX-COMPETENCIA TO MEN-COMPETENCIA
            READ MENSALIDADES
                INVALID KEY
                    MOVE 'X' TO WS-MOTIVO-FIM
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN MEN-PAGA
                            MOVE 'P' TO WS-MOTIVO-FIM
                        WHEN MEN-RENEGOCIADA
                            MOVE 'A' TO WS-MOTIVO-FIM
                        WHEN MEN-CANCELADA
                            MOVE 'X' TO WS-MOTIVO-FIM
                    END-EVALUATE
            END-READ
            IF WS-MOTIVO-FIM = SPACE
                MOVE CEX-CD-STUDENT TO WS-CD-DEVEDOR
                PERFORM 3300-TEM-ACORDO THRU 3300-FIM
                IF WS-ACHOU = 1
                    MOVE 'A' TO WS-MOTIVO-FIM
                END-IF
            END-IF
            IF WS-MOTIVO-FIM = SPACE
                GO TO 2100-FIM
            END-IF

            MOVE CEX-CD-STUDENT TO EV-CD-STUDENT
            MOVE CEX-COMPETENCIA TO EV-COMPETENCIA
            MOVE WS-DATA-HOJE TO EV-DT-DEVOLUCAO
            MOVE WS-MOTIVO-FIM TO EV-MOTIVO
            MOVE WS-ENV-DEVOLUCAO TO ENV-LINHA
            WRITE ENV-LINHA
            ADD 1 TO WS-QTD-DEVOLVIDOS

            MOVE 'D' TO CEX-SITUACAO
            MOVE 'E' TO CEX-MOTIVO-DEVOLUCAO
            MOVE WS-DATA-HOJE TO CEX-DT-DESFECHO
            MOVE REG-COBRANCA-EXTERNA TO WS-CEX-REG(WS-IDX-CEX).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-SELECIONA-DEBITOS  --  VARRE AS MENSALIDADES ABERTAS E
      *                               ENVIA AS VENCIDAS HA MAIS DA
      *                               IDADE MINIMA, DE ALUNO SEM ACORDO
      *                               VIGENTE, NUNCA ENVIADAS ANTES.
      ******************************************************************
       3000-SELECIONA-DEBITOS.
            MOVE ZEROS TO WS-CD-RESOLVIDO
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
                        IF MEN-ABERTA
                            COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                                - FUNCTION INTEGER-OF-DATE
                                      (MEN-DT-VENCIMENTO)
                            IF WS-DIAS-ATRASO > WS-IDADE-MINIMA
                                PERFORM 3100-AVALIA-DEBITO
                                   THRU 3100-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
       3000-FIM.
            EXIT.

       3100-AVALIA-DEBITO.
            MOVE MEN-CD-STUDENT TO WS-CD-DEVEDOR
            PERFORM 3300-TEM-ACORDO THRU 3300-FIM
            IF WS-ACHOU = 1
                GO TO 3100-FIM
            END-IF
      * DEBITO QUE JA PASSOU PELA ASSESSORIA (EM COBRANCA, RECUPERADO
      * OU DEVOLVIDO) NAO E REENVIADO AUTOMATICAMENTE.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-CEX FROM 1 BY 1
                    UNTIL WS-IDX-CEX > WS-QTD-CEX
                MOVE WS-CEX-REG(WS-IDX-CEX) TO REG-COBRANCA-EXTERNA
                IF CEX-CD-STUDENT = MEN-CD-STUDENT
                   AND CEX-COMPETENCIA = MEN-COMPETENCIA
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-CEX TO WS-IDX-CEX
                END-IF
            END-PERFORM
            IF WS-ACHOU = 1
                GO TO 3100-FIM
            END-IF
            IF WS-QTD-CEX >= 5000
                DISPLAY 'REGISTRO DE COBRANCA TERCEIRIZADA CHEIO - '
                        'DEBITOS RESTANTES FICAM PARA O PROXIMO ENVIO.'
                MOVE 'F' TO WS-MEN-EOF
                MOVE 4 TO RETURN-CODE
                GO TO 3100-FIM
            END-IF

            IF MEN-CD-STUDENT NOT = WS-CD-RESOLVIDO
                PERFORM 3500-RESOLVE-DEVEDOR THRU 3500-FIM
                MOVE MEN-CD-STUDENT TO WS-CD-RESOLVIDO
            END-IF

            MOVE MEN-CD-STUDENT TO ED-CD-STUDENT
            MOVE MEN-COMPETENCIA TO ED-COMPETENCIA
            MOVE MEN-DT-VENCIMENTO TO ED-DT-VENCIMENTO
            MOVE MEN-VALOR TO ED-VALOR
            MOVE WS-CPF-DEVEDOR TO ED-CPF-DEVEDOR
            MOVE WS-CONTATO-DEVEDOR TO ED-CONTATO
            MOVE WS-ENV-DETALHE TO ENV-LINHA
            WRITE ENV-LINHA
            ADD 1 TO WS-QTD-ENVIADOS
            ADD MEN-VALOR TO WS-SOMA-ENVIADA

            MOVE MEN-CD-STUDENT TO CEX-CD-STUDENT
            MOVE MEN-COMPETENCIA TO CEX-COMPETENCIA
            MOVE MEN-VALOR TO CEX-VALOR
            MOVE MEN-DT-VENCIMENTO TO CEX-DT-VENCIMENTO
            MOVE 'E' TO CEX-SITUACAO
            MOVE WS-DATA-HOJE TO CEX-DT-ENVIO
            MOVE ZEROS TO CEX-DT-DESFECHO
            MOVE ZEROS TO CEX-VALOR-RECUPERADO
            MOVE ZEROS TO CEX-COMISSAO
            MOVE SPACE TO CEX-MOTIVO-DEVOLUCAO
            ADD 1 TO WS-QTD-CEX
            MOVE REG-COBRANCA-EXTERNA TO WS-CEX-REG(WS-QTD-CEX).
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3300-TEM-ACORDO  --  WS-ACHOU = 1 QUANDO O ALUNO DE
      *                        WS-CD-DEVEDOR TEM ACORDO VIGENTE.
      ******************************************************************
       3300-TEM-ACORDO.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-ACO FROM 1 BY 1
                    UNTIL WS-IDX-ACO > WS-QTD-ACO
                IF WS-ACO-CD(WS-IDX-ACO) = WS-CD-DEVEDOR
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-ACO TO WS-IDX-ACO
                END-IF
            END-PERFORM.
       3300-FIM.
            EXIT.

      ******************************************************************
      * 3500-RESOLVE-DEVEDOR  --  CONTATO DO DEVEDOR DO ALUNO
      *                             WS-CD-DEVEDOR: NOME E CPF DO ALUNO
      *                             COM O ENDERECO DO FD_ENDERECO; SE
      *                             O ALUNO E MENOR E TEM RESPONSAVEL
      *                             FINANCEIRO, O RESPONSAVEL SUBSTITUI
      *                             O ALUNO.
      ******************************************************************
       3500-RESOLVE-DEVEDOR.
            MOVE ZEROS TO WS-CPF-DEVEDOR
            MOVE SPACES TO WS-CONTATO-DEVEDOR
            MOVE 999 TO WS-IDADE
            IF ESTUDANTE-ABERTO
                MOVE WS-CD-DEVEDOR TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO WS-NOME
                             OF WS-CONTATO-DEVEDOR
                        IF STUDENT-CPF NUMERIC
                            MOVE STUDENT-CPF TO WS-CPF-DEVEDOR
                        END-IF
                        IF STUDENT-DT-NASCIMENTO NUMERIC
                           AND STUDENT-DT-NASCIMENTO > 0
                            COMPUTE WS-IDADE =
                                (WS-DATA-HOJE - STUDENT-DT-NASCIMENTO)
                                / 10000
                        END-IF
                END-READ
            END-IF

            OPEN INPUT ENDERECOS
            IF END-FS-OK
                MOVE 'N' TO WS-END-EOF
                PERFORM UNTIL END-FIM-ARQUIVO
                    READ ENDERECOS
                        AT END
                            MOVE 'F' TO WS-END-EOF
                        NOT AT END
                            IF END-CD-STUDENT = WS-CD-DEVEDOR
                                MOVE END-RUA TO WS-ENDERECO
                                     OF WS-CONTATO-DEVEDOR
                                MOVE END-CIDADE TO WS-CIDADE
                                     OF WS-CONTATO-DEVEDOR
                                MOVE END-UF TO WS-UF
                                     OF WS-CONTATO-DEVEDOR
                                MOVE END-TELEFONE TO WS-TELEFONE
                                     OF WS-CONTATO-DEVEDOR
                                MOVE END-E-MAIL TO WS-E-MAIL
                                     OF WS-CONTATO-DEVEDOR
                                MOVE 'F' TO WS-END-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENDERECOS
            END-IF

            IF WS-IDADE < 18
                PERFORM 3600-BUSCA-RESPONSAVEL THRU 3600-FIM
            END-IF.
       3500-FIM.
            EXIT.

       3600-BUSCA-RESPONSAVEL.
            OPEN INPUT RESPONSAVEIS
            IF NOT RSP-FS-OK
                GO TO 3600-FIM
            END-IF
            MOVE 'N' TO WS-RSP-EOF
            PERFORM UNTIL RSP-FIM-ARQUIVO
                READ RESPONSAVEIS
                    AT END
                        MOVE 'F' TO WS-RSP-EOF
                    NOT AT END
                        IF RSP-CD-STUDENT = WS-CD-DEVEDOR
                            MOVE RSP-CPF TO WS-CPF-DEVEDOR
                            MOVE WS-NOME OF REG-RESPONSAVEL TO
                                 WS-NOME OF WS-CONTATO-DEVEDOR
                            MOVE WS-ENDERECO OF REG-RESPONSAVEL TO
                                 WS-ENDERECO OF WS-CONTATO-DEVEDOR
                            MOVE WS-TELEFONE OF REG-RESPONSAVEL TO
                                 WS-TELEFONE OF WS-CONTATO-DEVEDOR
                            MOVE WS-E-MAIL OF REG-RESPONSAVEL TO
                                 WS-E-MAIL OF WS-CONTATO-DEVEDOR
                            MOVE WS-CIDADE OF REG-RESPONSAVEL TO
                                 WS-CIDADE OF WS-CONTATO-DEVEDOR
                            MOVE WS-UF OF REG-RESPONSAVEL TO
                                 WS-UF OF WS-CONTATO-DEVEDOR
                            MOVE 'F' TO WS-RSP-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS.
       3600-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-REGISTRO  --  REGRAVA O REGISTRO DE COBRANCA
      *                              TERCEIRIZADA COM OS ENVIOS E AS
      *                              DEVOLUCOES DA RODADA.
      ******************************************************************
       7000-REGRAVA-REGISTRO.
            OPEN OUTPUT COBRANCA-EXTERNA
            IF NOT CEX-FS-OK
                DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE COBRANCA '
                        'TERCEIRIZADA - FILE STATUS: ' WS-CEX-FS
                MOVE 'ENVIACOBRANCAEXT' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE COBRANCA EXTERNA NAO REGRAVADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX-CEX FROM 1 BY 1
                    UNTIL WS-IDX-CEX > WS-QTD-CEX
                MOVE WS-CEX-REG(WS-IDX-CEX) TO REG-COBRANCA-EXTERNA
                WRITE REG-COBRANCA-EXTERNA
            END-PERFORM
            CLOSE COBRANCA-EXTERNA.
       7000-FIM.
            EXIT.

       END PROGRAM ENVIACOBRANCAEXT.
