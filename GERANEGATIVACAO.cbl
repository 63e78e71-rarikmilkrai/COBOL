      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:INTERFACE DE NEGATIVACAO NO BIRO DE CREDITO, RODADA
      *         DIARIAMENTE DEPOIS DA REGUA DO RELATORIOAGING. SOBRE O
      *         REGISTRO DE NEGATIVACOES (FD_NEGATIVACAO):
      *         1) CONFERE OS DEBITOS EM ANDAMENTO CONTRA AS
      *            MENSALIDADES - QUITADO, RENEGOCIADO OU COM ACORDO
      *            VIGENTE E CANCELADO (SO AVISADO) OU VAI PARA
      *            EXCLUSAO (JA INCLUIDO), MESMO QUE O PEDIDO DO
      *            EXCLUINEGATIVACAO TENHA SE PERDIDO;
      *         2) GRAVA NA REMESSA DO BIRO A EXCLUSAO DE TODO DEBITO
      *            PENDENTE, APONTANDO A QUE PASSOU DO PRAZO LEGAL;
      *         3) GRAVA A INCLUSAO DO DEBITO AVISADO HA PELO MENOS
      *            DD_PRAZO_AVISO DIAS (PADRAO 10);
      *         4) SELECIONA OS NOVOS DEBITOS - MENSALIDADE ABERTA
      *            VENCIDA DE ALUNO NO ESTAGIO DD_ESTAGIO_NEGATIVACAO
      *            (PADRAO 4, CORTE) OU ALEM DA REGUA, SEM ACORDO
      *            VIGENTE - E EMITE O AVISO PREVIO OBRIGATORIO PELO
      *            CAMINHO DA MALA DIRETA (LAYOUT_CONTATO) E DO E-MAIL
      *            (GRAVAEMAIL). O DEVEDOR E O ALUNO MAIOR COM CPF OU
      *            O RESPONSAVEL FINANCEIRO DO MENOR; MENOR SEM
      *            RESPONSAVEL NAO E NEGATIVADO.
      *         O RELATORIO LISTA CADA AVISO, INCLUSAO E EXCLUSAO DO
      *         DIA COM AS DATAS.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a regua de cobranca parava nas cartas
      *               e o financeiro negativava devedores por fora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERANEGATIVACAO.

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

           SELECT NEGATIVACOES ASSIGN TO DYNAMIC WS-NEG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEG-FS.

           SELECT ACORDOS ASSIGN TO DYNAMIC WS-ACO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACO-FS.

           SELECT ESTAGIOS ASSIGN TO DYNAMIC WS-CES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CES-FS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC WS-END-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-END-FS.

           SELECT RESPONSAVEIS ASSIGN TO DYNAMIC WS-RSP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT REMESSA-BIRO ASSIGN TO DYNAMIC WS-REM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REM-FS.

           SELECT AVISOS ASSIGN TO DYNAMIC WS-AVI-DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-AVI-FS.

           SELECT AVISOS-CTRL ASSIGN TO DYNAMIC WS-CTL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FS.

           SELECT RELATORIO-NEG ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD NEGATIVACOES.
          COPY FD_NEGATIVACAO.

       FD ACORDOS.
          COPY FD_ACORDO.

       FD ESTAGIOS.
          COPY FD_COBRANCA_ESTAGIO.

       FD ENDERECOS.
          COPY FD_ENDERECO.

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

      * REMESSA DO BIRO: UMA LINHA POR DEBITO, I = INCLUSAO E
      * E = EXCLUSAO; O CONTRATO E O NOSSO NUMERO DO BOLETO (ALUNO +
      * COMPETENCIA). ACUMULA ATE A TRANSMISSAO RECOLHER O ARQUIVO.
       FD REMESSA-BIRO.
       01 REG-REMESSA-BIRO.
          03 RBI-OPERACAO          PIC X(01).
          03 RBI-CPF               PIC 9(11).
          03 RBI-NOME              PIC X(30).
          03 RBI-CONTRATO.
             05 RBI-CD-STUDENT     PIC 9(05).
             05 RBI-COMPETENCIA    PIC 9(06).
          03 RBI-DT-VENCIMENTO     PIC 9(08).
          03 RBI-VALOR             PIC 9(7)V9(2).
          03 RBI-DT-MOVIMENTO      PIC 9(08).

       FD AVISOS.
       01 REG-AVISO-CONTATO.
          COPY LAYOUT_CONTATO.

       FD AVISOS-CTRL.
       01 REG-AVISO-CTRL.
          03 CTL-CD-STUDENT        PIC 9(05).
          03 CTL-VALOR             PIC 9(7)V9(2).
          03 CTL-DT-INCLUSAO       PIC 9(08).

       FD RELATORIO-NEG.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-NEG-DD                PIC X(100) VALUE SPACES.
       01 WS-ACO-DD                PIC X(100) VALUE SPACES.
       01 WS-CES-DD                PIC X(100) VALUE SPACES.
       01 WS-END-DD                PIC X(100) VALUE SPACES.
       01 WS-RSP-DD                PIC X(100) VALUE SPACES.
       01 WS-REM-DD                PIC X(100) VALUE SPACES.
       01 WS-AVI-DD                PIC X(100) VALUE SPACES.
       01 WS-CTL-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-NEG-FS                PIC XX VALUE SPACES.
          88 NEG-FS-OK             VALUE '00'.
       77 WS-ACO-FS                PIC XX VALUE SPACES.
          88 ACO-FS-OK             VALUE '00'.
       77 WS-CES-FS                PIC XX VALUE SPACES.
          88 CES-FS-OK             VALUE '00'.
       77 WS-END-FS                PIC XX VALUE SPACES.
          88 END-FS-OK             VALUE '00'.
       77 WS-RSP-FS                PIC XX VALUE SPACES.
          88 RSP-FS-OK             VALUE '00'.
       77 WS-REM-FS                PIC XX VALUE SPACES.
          88 REM-FS-OK             VALUE '00'.
       77 WS-AVI-FS                PIC XX VALUE SPACES.
          88 AVI-FS-OK             VALUE '00'.
       77 WS-CTL-FS                PIC XX VALUE SPACES.
          88 CTL-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-NEG-EOF               PIC X VALUE 'N'.
          88 NEG-FIM-ARQUIVO       VALUE 'F'.
       77 WS-ACO-EOF               PIC X VALUE 'N'.
          88 ACO-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CES-EOF               PIC X VALUE 'N'.
          88 CES-FIM-ARQUIVO       VALUE 'F'.
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
       01 WS-EML-PARM.
          COPY EMAIL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

      * PARAMETROS DA RODADA
       77 WS-PARM-TXT              PIC X(02) VALUE SPACES.
       77 WS-ESTAGIO-MINIMO        PIC 9(01) VALUE 4.
       77 WS-PRAZO-AVISO           PIC 9(02) VALUE 10.
       77 WS-PRAZO-EXCLUSAO        PIC 9(02) VALUE 5.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DT-INCLUSAO-PREVISTA  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-CORRENTE          PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-UTEIS            PIC 9(02) VALUE ZEROS.
       77 WS-DT-LIMITE             PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-FIM            PIC X(01) VALUE SPACE.
       77 WS-RECUSA                PIC 9 VALUE 0.
          88 RODADA-RECUSADA       VALUE 1.

      * REGISTRO DE NEGATIVACOES EM MEMORIA (REGRAVADO NO FIM)
       01 WS-TABELA-NEGATIVACOES.
          05 WS-QTD-NEG            PIC 9(04) VALUE 0.
          05 WS-NEG-REG OCCURS 5000 TIMES PIC X(117).
       77 WS-IDX-NEG               PIC 9(04) VALUE ZEROS.
       77 WS-NEG-ESTOUROU          PIC 9 VALUE 0.
          88 NEGATIVACOES-ESTOURARAM VALUE 1.

      * ALUNOS COM ACORDO VIGENTE
       01 WS-TABELA-ACORDOS.
          05 WS-QTD-ACO            PIC 9(04) VALUE 0.
          05 WS-ACO-CD OCCURS 2000 TIMES PIC 9(05).
       77 WS-IDX-ACO               PIC 9(04) VALUE ZEROS.

      * ESTAGIO DE COBRANCA POR ALUNO (RELATORIOAGING)
       01 WS-TABELA-ESTAGIOS.
          05 WS-QTD-CES            PIC 9(04) VALUE 0.
          05 WS-CES-TAB OCCURS 2000 TIMES.
             10 WS-CES-CD          PIC 9(05).
             10 WS-CES-EST         PIC 9(01).
       77 WS-IDX-CES               PIC 9(04) VALUE ZEROS.

      * ALUNOS AVISADOS NESTA RODADA
       01 WS-TABELA-AVISADOS.
          05 WS-QTD-AVI            PIC 9(04) VALUE 0.
          05 WS-AVI-TAB OCCURS 2000 TIMES.
             10 WS-AVI-CD          PIC 9(05).
             10 WS-AVI-VALOR       PIC 9(7)V9(2).
       77 WS-IDX-AVI               PIC 9(04) VALUE ZEROS.
       77 WS-POS-AVI               PIC 9(04) VALUE ZEROS.

      * DEVEDOR RESOLVIDO PARA O ALUNO CORRENTE
       77 WS-CD-DEVEDOR            PIC 9(05) VALUE ZEROS.
       77 WS-CD-RESOLVIDO          PIC 9(05) VALUE ZEROS.
       77 WS-DEVEDOR-OK            PIC 9 VALUE 0.
          88 DEVEDOR-RESOLVIDO     VALUE 1.
       77 WS-CPF-DEVEDOR           PIC 9(11) VALUE ZEROS.
       77 WS-EMAIL-DEVEDOR         PIC X(50) VALUE SPACES.
       77 WS-IDADE                 PIC 9(03) VALUE ZEROS.
       01 WS-CONTATO-DEVEDOR.
          COPY LAYOUT_CONTATO.

       77 WS-ACHOU                 PIC 9 VALUE 0.
       77 WS-ELEGIVEL              PIC 9 VALUE 0.
          88 DEBITO-ELEGIVEL       VALUE 1.
       77 WS-QTD-CANCELADAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PEDIDAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCLUSOES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORA-PRAZO        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-INCLUSOES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-DEVEDOR       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EMAILS            PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* GERANEGATIVACAO - NEGATIVACAO NO BIRO       *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'GERANEGATIVACAO' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'NEGATIVACAO JA EM EXECUCAO - JOB RECUSADO.'
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
            PERFORM 1200-CARREGA-ESTAGIOS THRU 1200-FIM
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
            OPEN EXTEND REMESSA-BIRO
            IF NOT REM-FS-OK
                OPEN OUTPUT REMESSA-BIRO
            END-IF
            OPEN OUTPUT RELATORIO-NEG
            MOVE SPACES TO RPT-LINHA
            STRING 'NEGATIVACAO NO BIRO DE CREDITO - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM 2000-CONFERE-ANDAMENTO THRU 2000-FIM
            PERFORM 3000-GERA-EXCLUSOES THRU 3000-FIM
            PERFORM 4000-GERA-INCLUSOES THRU 4000-FIM
            PERFORM 5000-SELECIONA-DEBITOS THRU 5000-FIM
            PERFORM 6000-EMITE-AVISOS THRU 6000-FIM

            CLOSE MENSALIDADES
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF
            CLOSE REMESSA-BIRO
            PERFORM 7000-REGRAVA-REGISTRO THRU 7000-FIM
            PERFORM 8000-TOTAIS THRU 8000-FIM
            CLOSE RELATORIO-NEG.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-LE-PARAMETROS  --  ESTAGIO MINIMO, PRAZO DO AVISO PREVIO
      *                           (DIAS CORRIDOS) E PRAZO DA EXCLUSAO
      *                           (DIAS UTEIS), MAIS OS DDS.
      ******************************************************************
       0500-LE-PARAMETROS.
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT(1:1) FROM ENVIRONMENT
                                        'DD_ESTAGIO_NEGATIVACAO'
            IF WS-PARM-TXT(1:1) NOT = SPACE
               AND WS-PARM-TXT(1:1) NUMERIC
               AND WS-PARM-TXT(1:1) NOT = '0'
                MOVE WS-PARM-TXT(1:1) TO WS-ESTAGIO-MINIMO
            END-IF
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_PRAZO_AVISO'
            IF WS-PARM-TXT NOT = SPACES AND WS-PARM-TXT NUMERIC
                MOVE WS-PARM-TXT TO WS-PRAZO-AVISO
            END-IF
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_PRAZO_EXCLUSAO'
            IF WS-PARM-TXT NOT = SPACES AND WS-PARM-TXT NUMERIC
                MOVE WS-PARM-TXT TO WS-PRAZO-EXCLUSAO
            END-IF
            DISPLAY 'ESTAGIO MINIMO ' WS-ESTAGIO-MINIMO
                    ' - AVISO PREVIO ' WS-PRAZO-AVISO ' DIAS'
                    ' - EXCLUSAO EM ' WS-PRAZO-EXCLUSAO ' DIAS UTEIS'

            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-NEG-DD FROM ENVIRONMENT 'DD_NEGATIVACOES'
            IF WS-NEG-DD = SPACES
                MOVE 'NEGATIVACOES.TXT' TO WS-NEG-DD
            END-IF
            ACCEPT WS-ACO-DD FROM ENVIRONMENT 'DD_ACORDOS'
            IF WS-ACO-DD = SPACES
                MOVE 'ACORDOS.TXT' TO WS-ACO-DD
            END-IF
            ACCEPT WS-CES-DD FROM ENVIRONMENT 'DD_COBRANCA_ESTAGIO'
            IF WS-CES-DD = SPACES
                MOVE 'COBRANCA_ESTAGIO.TXT' TO WS-CES-DD
            END-IF
            ACCEPT WS-END-DD FROM ENVIRONMENT 'DD_ENDERECOS'
            IF WS-END-DD = SPACES
                MOVE 'ENDERECOS.TXT' TO WS-END-DD
            END-IF
            ACCEPT WS-RSP-DD FROM ENVIRONMENT 'DD_RESPONSAVEIS'
            IF WS-RSP-DD = SPACES
                MOVE 'RESPONSAVEIS.TXT' TO WS-RSP-DD
            END-IF
            ACCEPT WS-REM-DD FROM ENVIRONMENT 'DD_REMESSA_BIRO'
            IF WS-REM-DD = SPACES
                MOVE 'REMESSA_BIRO.TXT' TO WS-REM-DD
            END-IF
            ACCEPT WS-AVI-DD FROM ENVIRONMENT 'DD_AVISOS_NEGATIVACAO'
            IF WS-AVI-DD = SPACES
                MOVE 'AVISOS_NEGATIVACAO.DAT' TO WS-AVI-DD
            END-IF
            ACCEPT WS-CTL-DD FROM ENVIRONMENT 'DD_AVISOS_CTRL'
            IF WS-CTL-DD = SPACES
                MOVE 'AVISOS_NEGATIVACAO_CTRL.TXT' TO WS-CTL-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_NEG'
            IF WS-RPT-DD = SPACES
                MOVE 'NEGATIVACAO.RPT' TO WS-RPT-DD
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-REGISTRO  --  CARREGA O REGISTRO DE NEGATIVACOES
      *                              (AUSENTE = PRIMEIRA RODADA). ALEM
      *                              DA TABELA A RODADA E RECUSADA - A
      *                              REGRAVACAO APAGARIA O EXCEDENTE.
      ******************************************************************
       1000-CARREGA-REGISTRO.
            OPEN INPUT NEGATIVACOES
            IF NOT NEG-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-NEG-EOF
            PERFORM UNTIL NEG-FIM-ARQUIVO
                READ NEGATIVACOES
                    AT END
                        MOVE 'F' TO WS-NEG-EOF
                    NOT AT END
                        IF WS-QTD-NEG < 5000
                            ADD 1 TO WS-QTD-NEG
                            MOVE REG-NEGATIVACAO TO
                                 WS-NEG-REG(WS-QTD-NEG)
                        ELSE
                            MOVE 1 TO WS-NEG-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NEGATIVACOES
            IF NEGATIVACOES-ESTOURARAM
                DISPLAY 'REGISTRO DE NEGATIVACOES EXCEDE A TABELA DE '
                        '5000 LINHAS - RODADA RECUSADA.'
                MOVE 'GERANEGATIVACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE NEGATIVACOES EXCEDE A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 1 TO WS-RECUSA
                MOVE 8 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-ACORDOS  --  ALUNOS COM ACORDO VIGENTE NAO SAO
      *                             NEGATIVADOS. ALEM DA TABELA A
      *                             RODADA E RECUSADA (NEGATIVARIA
      *                             QUEM ESTA EM ACORDO).
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
                MOVE 'GERANEGATIVACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
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
      * 1200-CARREGA-ESTAGIOS  --  ESTAGIO DA REGUA DE CADA DEVEDOR,
      *                              MANTIDO PELO RELATORIOAGING.
      ******************************************************************
       1200-CARREGA-ESTAGIOS.
            OPEN INPUT ESTAGIOS
            IF NOT CES-FS-OK
                DISPLAY 'ESTAGIOS DE COBRANCA AUSENTES (' WS-CES-DD
                        ') - NENHUM DEBITO NOVO SERA SELECIONADO.'
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-CES-EOF
            PERFORM UNTIL CES-FIM-ARQUIVO
                READ ESTAGIOS
                    AT END
                        MOVE 'F' TO WS-CES-EOF
                    NOT AT END
                        IF WS-QTD-CES < 2000
                            ADD 1 TO WS-QTD-CES
                            MOVE CES-CD-STUDENT TO
                                 WS-CES-CD(WS-QTD-CES)
                            MOVE CES-ESTAGIO TO
                                 WS-CES-EST(WS-QTD-CES)
                        ELSE
                            MOVE 1 TO WS-RECUSA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTAGIOS
            IF RODADA-RECUSADA
                DISPLAY 'ESTAGIOS DE COBRANCA EXCEDEM A TABELA DE '
                        '2000 - RODADA RECUSADA.'
                MOVE 'GERANEGATIVACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1200-CARREGA-ESTAGIOS' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'ESTAGIOS DE COBRANCA EXCEDEM A TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
            END-IF.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 2000-CONFERE-ANDAMENTO  --  DEBITO AVISADO OU INCLUIDO QUE NAO
      *                               ESTA MAIS ABERTO (PAGO,
      *                               RENEGOCIADO, CANCELADO, SUMIDO)
      *                               OU CUJO ALUNO FECHOU ACORDO SAI
      *                               DO BIRO: AVISADO E CANCELADO,
      *                               INCLUIDO VAI PARA EXCLUSAO COM O
      *                               PRAZO LEGAL.
      ******************************************************************
       2000-CONFERE-ANDAMENTO.
            PERFORM 2500-CALCULA-LIMITE THRU 2500-FIM
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-AVISADA OR NEG-INCLUIDA
                    PERFORM 2100-CONFERE-UM THRU 2100-FIM
                END-IF
            END-PERFORM.
       2000-FIM.
            EXIT.

       2100-CONFERE-UM.
            MOVE SPACE TO WS-MOTIVO-FIM
            MOVE NEG-CD-STUDENT TO MEN-CD-STUDENT
            MOVE NEG-COMPETENCIA TO MEN-COMPETENCIA
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
                PERFORM 5300-TEM-ACORDO THRU 5300-FIM
                IF WS-ACHOU = 1
                    MOVE 'A' TO WS-MOTIVO-FIM
                END-IF
            END-IF
            IF WS-MOTIVO-FIM = SPACE
                GO TO 2100-FIM
            END-IF

            MOVE WS-MOTIVO-FIM TO NEG-MOTIVO-EXCL
            MOVE WS-DATA-HOJE TO NEG-DT-PEDIDO-EXCL
            MOVE SPACES TO RPT-LINHA
            IF NEG-AVISADA
                MOVE 'C' TO NEG-SITUACAO
                ADD 1 TO WS-QTD-CANCELADAS
                STRING 'CANCELADA  ALUNO ' NEG-CD-STUDENT
                       ' COMP ' NEG-COMPETENCIA
                       ' AVISO ' NEG-DT-AVISO
                       ' MOTIVO ' WS-MOTIVO-FIM
                       ' - NAO SERA INCLUIDA'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                MOVE 'P' TO NEG-SITUACAO
                MOVE WS-DT-LIMITE TO NEG-DT-LIMITE-EXCL
                ADD 1 TO WS-QTD-PEDIDAS
                STRING 'PEDIDA EXCL ALUNO ' NEG-CD-STUDENT
                       ' COMP ' NEG-COMPETENCIA
                       ' INCLUSAO ' NEG-DT-INCLUSAO
                       ' MOTIVO ' WS-MOTIVO-FIM
                       ' LIMITE ' WS-DT-LIMITE
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA
            MOVE REG-NEGATIVACAO TO WS-NEG-REG(WS-IDX-NEG).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2500-CALCULA-LIMITE  --  DATA LIMITE DA EXCLUSAO: HOJE MAIS O
      *                            PRAZO EM DIAS UTEIS (SEGUNDA A
      *                            SEXTA), NA MESMA CONTA DO
      *                            EXCLUINEGATIVACAO.
      ******************************************************************
       2500-CALCULA-LIMITE.
            MOVE WS-DIAS-HOJE TO WS-DIA-CORRENTE
            MOVE 0 TO WS-DIAS-UTEIS
            PERFORM UNTIL WS-DIAS-UTEIS >= WS-PRAZO-EXCLUSAO
                ADD 1 TO WS-DIA-CORRENTE
                COMPUTE WS-DIA-SEMANA =
                        FUNCTION MOD(WS-DIA-CORRENTE - 1, 7)
                IF WS-DIA-SEMANA < 5
                    ADD 1 TO WS-DIAS-UTEIS
                END-IF
            END-PERFORM
            COMPUTE WS-DT-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE).
       2500-FIM.
            EXIT.

      ******************************************************************
      * 3000-GERA-EXCLUSOES  --  GRAVA NA REMESSA A EXCLUSAO DE TODO
      *                            DEBITO PENDENTE E O MARCA EXCLUIDO;
      *                            PEDIDO QUE PASSOU DO LIMITE LEGAL E
      *                            APONTADO E LOGADO.
      ******************************************************************
       3000-GERA-EXCLUSOES.
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-EXCL-PENDENTE
                    PERFORM 3100-EXCLUI-UM THRU 3100-FIM
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

       3100-EXCLUI-UM.
            MOVE 'E' TO RBI-OPERACAO
            PERFORM 3500-GRAVA-REMESSA THRU 3500-FIM
            MOVE 'E' TO NEG-SITUACAO
            MOVE WS-DATA-HOJE TO NEG-DT-EXCLUSAO
            MOVE REG-NEGATIVACAO TO WS-NEG-REG(WS-IDX-NEG)
            ADD 1 TO WS-QTD-EXCLUSOES

            MOVE SPACES TO RPT-LINHA
            STRING 'EXCLUSAO   ALUNO ' NEG-CD-STUDENT
                   ' COMP ' NEG-COMPETENCIA
                   ' CPF ' NEG-CPF-DEVEDOR
                   ' INCLUSAO ' NEG-DT-INCLUSAO
                   ' PEDIDO ' NEG-DT-PEDIDO-EXCL
                   ' LIMITE ' NEG-DT-LIMITE-EXCL
                   ' EXCLUSAO ' NEG-DT-EXCLUSAO
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            IF WS-DATA-HOJE > NEG-DT-LIMITE-EXCL
                ADD 1 TO WS-QTD-FORA-PRAZO
                MOVE '*** FORA DO PRAZO' TO RPT-LINHA(115:)
                MOVE 'GERANEGATIVACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3100-EXCLUI-UM' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING 'EXCLUSAO FORA DO PRAZO LEGAL - ALUNO '
                       NEG-CD-STUDENT ' COMP ' NEG-COMPETENCIA
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
            END-IF
            WRITE RPT-LINHA.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3500-GRAVA-REMESSA  --  GRAVA NA REMESSA DO BIRO A OPERACAO EM
      *                           RBI-OPERACAO PARA O DEBITO CORRENTE
      *                           DO REGISTRO (REG-NEGATIVACAO).
      ******************************************************************
       3500-GRAVA-REMESSA.
            MOVE NEG-CPF-DEVEDOR TO RBI-CPF
            MOVE NEG-NOME-DEVEDOR TO RBI-NOME
            MOVE NEG-CD-STUDENT TO RBI-CD-STUDENT
            MOVE NEG-COMPETENCIA TO RBI-COMPETENCIA
            MOVE NEG-DT-VENCIMENTO TO RBI-DT-VENCIMENTO
            MOVE NEG-VALOR TO RBI-VALOR
            MOVE WS-DATA-HOJE TO RBI-DT-MOVIMENTO
            WRITE REG-REMESSA-BIRO.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 4000-GERA-INCLUSOES  --  DEBITO AVISADO HA PELO MENOS O PRAZO
      *                            DO AVISO PREVIO (E AINDA ABERTO -
      *                            CONFERIDO NO 2000) E INCLUIDO NO
      *                            BIRO.
      ******************************************************************
       4000-GERA-INCLUSOES.
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-AVISADA
                   AND FUNCTION INTEGER-OF-DATE(NEG-DT-AVISO)
                       + WS-PRAZO-AVISO <= WS-DIAS-HOJE
                    MOVE 'I' TO RBI-OPERACAO
                    PERFORM 3500-GRAVA-REMESSA THRU 3500-FIM
                    MOVE 'I' TO NEG-SITUACAO
                    MOVE WS-DATA-HOJE TO NEG-DT-INCLUSAO
                    MOVE REG-NEGATIVACAO TO WS-NEG-REG(WS-IDX-NEG)
                    ADD 1 TO WS-QTD-INCLUSOES
                    MOVE SPACES TO RPT-LINHA
                    STRING 'INCLUSAO   ALUNO ' NEG-CD-STUDENT
                           ' COMP ' NEG-COMPETENCIA
                           ' CPF ' NEG-CPF-DEVEDOR
                           ' ' NEG-NOME-DEVEDOR
                           ' AVISO ' NEG-DT-AVISO
                           ' INCLUSAO ' NEG-DT-INCLUSAO
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-SELECIONA-DEBITOS  --  VARRE AS MENSALIDADES ABERTAS
      *                               VENCIDAS E ABRE NO REGISTRO (COM
      *                               AVISO PREVIO HOJE) AS DE ALUNO NO
      *                               ESTAGIO MINIMO, SEM ACORDO
      *                               VIGENTE E AINDA FORA DO BIRO.
      ******************************************************************
       5000-SELECIONA-DEBITOS.
            IF WS-QTD-CES = 0
                GO TO 5000-FIM
            END-IF
            COMPUTE WS-DT-INCLUSAO-PREVISTA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE
                                             + WS-PRAZO-AVISO)
            MOVE ZEROS TO WS-CD-RESOLVIDO
            MOVE LOW-VALUES TO MEN-CHAVE
            START MENSALIDADES KEY >= MEN-CHAVE
                INVALID KEY
                    GO TO 5000-FIM
            END-START
            MOVE 'N' TO WS-MEN-EOF
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-ABERTA
                           AND MEN-DT-VENCIMENTO < WS-DATA-HOJE
                            PERFORM 5100-AVALIA-DEBITO THRU 5100-FIM
                        END-IF
                END-READ
            END-PERFORM.
       5000-FIM.
            EXIT.

       5100-AVALIA-DEBITO.
            MOVE 0 TO WS-ELEGIVEL
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-CES FROM 1 BY 1
                    UNTIL WS-IDX-CES > WS-QTD-CES
                IF WS-CES-CD(WS-IDX-CES) = MEN-CD-STUDENT
                    IF WS-CES-EST(WS-IDX-CES) >= WS-ESTAGIO-MINIMO
                        MOVE 1 TO WS-ACHOU
                    END-IF
                    MOVE WS-QTD-CES TO WS-IDX-CES
                END-IF
            END-PERFORM
            IF WS-ACHOU = 0
                GO TO 5100-FIM
            END-IF
            MOVE MEN-CD-STUDENT TO NEG-CD-STUDENT
            PERFORM 5300-TEM-ACORDO THRU 5300-FIM
            IF WS-ACHOU = 1
                GO TO 5100-FIM
            END-IF
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-CD-STUDENT = MEN-CD-STUDENT
                   AND NEG-COMPETENCIA = MEN-COMPETENCIA
                   AND NEG-EM-ANDAMENTO
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-NEG TO WS-IDX-NEG
                END-IF
            END-PERFORM
            IF WS-ACHOU = 1
                GO TO 5100-FIM
            END-IF

            IF MEN-CD-STUDENT NOT = WS-CD-RESOLVIDO
                MOVE MEN-CD-STUDENT TO WS-CD-DEVEDOR
                PERFORM 5500-RESOLVE-DEVEDOR THRU 5500-FIM
                MOVE MEN-CD-STUDENT TO WS-CD-RESOLVIDO
            END-IF
            IF NOT DEVEDOR-RESOLVIDO
                ADD 1 TO WS-QTD-SEM-DEVEDOR
                GO TO 5100-FIM
            END-IF
            IF WS-QTD-NEG >= 5000
                DISPLAY 'REGISTRO DE NEGATIVACOES CHEIO - DEBITOS '
                        'RESTANTES FICAM PARA A PROXIMA RODADA.'
                MOVE 'F' TO WS-MEN-EOF
                MOVE 4 TO RETURN-CODE
                GO TO 5100-FIM
            END-IF

            MOVE MEN-CD-STUDENT TO NEG-CD-STUDENT
            MOVE MEN-COMPETENCIA TO NEG-COMPETENCIA
            MOVE MEN-VALOR TO NEG-VALOR
            MOVE MEN-DT-VENCIMENTO TO NEG-DT-VENCIMENTO
            MOVE 'A' TO NEG-SITUACAO
            MOVE WS-CPF-DEVEDOR TO NEG-CPF-DEVEDOR
            MOVE WS-NOME OF WS-CONTATO-DEVEDOR TO NEG-NOME-DEVEDOR
            MOVE WS-DATA-HOJE TO NEG-DT-AVISO
            MOVE ZEROS TO NEG-DT-INCLUSAO
            MOVE ZEROS TO NEG-DT-PEDIDO-EXCL
            MOVE ZEROS TO NEG-DT-LIMITE-EXCL
            MOVE ZEROS TO NEG-DT-EXCLUSAO
            MOVE SPACE TO NEG-MOTIVO-EXCL
            ADD 1 TO WS-QTD-NEG
            MOVE REG-NEGATIVACAO TO WS-NEG-REG(WS-QTD-NEG)
            ADD 1 TO WS-QTD-NOVOS
            PERFORM 5200-MARCA-AVISADO THRU 5200-FIM

            MOVE SPACES TO RPT-LINHA
            STRING 'AVISO      ALUNO ' NEG-CD-STUDENT
                   ' COMP ' NEG-COMPETENCIA
                   ' CPF ' NEG-CPF-DEVEDOR
                   ' ' NEG-NOME-DEVEDOR
                   ' AVISO ' NEG-DT-AVISO
                   ' INCLUSAO A PARTIR DE ' WS-DT-INCLUSAO-PREVISTA
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 5200-MARCA-AVISADO  --  ACUMULA O DEBITO NO ALUNO A AVISAR
      *                           NESTA RODADA (UM AVISO POR ALUNO).
      ******************************************************************
       5200-MARCA-AVISADO.
            MOVE 0 TO WS-POS-AVI
            PERFORM VARYING WS-IDX-AVI FROM 1 BY 1
                    UNTIL WS-IDX-AVI > WS-QTD-AVI
                IF WS-AVI-CD(WS-IDX-AVI) = MEN-CD-STUDENT
                    MOVE WS-IDX-AVI TO WS-POS-AVI
                    MOVE WS-QTD-AVI TO WS-IDX-AVI
                END-IF
            END-PERFORM
            IF WS-POS-AVI = 0
                IF WS-QTD-AVI >= 2000
                    GO TO 5200-FIM
                END-IF
                ADD 1 TO WS-QTD-AVI
                MOVE WS-QTD-AVI TO WS-POS-AVI
                MOVE MEN-CD-STUDENT TO WS-AVI-CD(WS-POS-AVI)
                MOVE ZEROS TO WS-AVI-VALOR(WS-POS-AVI)
            END-IF
            ADD MEN-VALOR TO WS-AVI-VALOR(WS-POS-AVI).
       5200-FIM.
            EXIT.

      ******************************************************************
      * 5300-TEM-ACORDO  --  WS-ACHOU = 1 QUANDO O ALUNO DE
      *                        NEG-CD-STUDENT TEM ACORDO VIGENTE.
      ******************************************************************
       5300-TEM-ACORDO.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX-ACO FROM 1 BY 1
                    UNTIL WS-IDX-ACO > WS-QTD-ACO
                IF WS-ACO-CD(WS-IDX-ACO) = NEG-CD-STUDENT
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-ACO TO WS-IDX-ACO
                END-IF
            END-PERFORM.
       5300-FIM.
            EXIT.

      ******************************************************************
      * 5500-RESOLVE-DEVEDOR  --  DEVEDOR DO ALUNO WS-CD-DEVEDOR:
      *                             MAIOR DE 18 ANOS COM CPF RESPONDE
      *                             PELO PROPRIO DEBITO (CONTATO DO
      *                             FD_ENDERECO); MENOR RESPONDE PELO
      *                             RESPONSAVEL FINANCEIRO COM CPF
      *                             (RESPONSAVEIS.TXT). SEM NENHUM DOS
      *                             DOIS, NAO HA A QUEM NEGATIVAR.
      ******************************************************************
       5500-RESOLVE-DEVEDOR.
            MOVE 0 TO WS-DEVEDOR-OK
            MOVE ZEROS TO WS-CPF-DEVEDOR
            MOVE SPACES TO WS-EMAIL-DEVEDOR
            MOVE SPACES TO WS-CONTATO-DEVEDOR
            IF NOT ESTUDANTE-ABERTO
                GO TO 5500-FIM
            END-IF
            MOVE WS-CD-DEVEDOR TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    GO TO 5500-FIM
            END-READ
            MOVE 999 TO WS-IDADE
            IF STUDENT-DT-NASCIMENTO NUMERIC
               AND STUDENT-DT-NASCIMENTO > 0
                COMPUTE WS-IDADE =
                    (WS-DATA-HOJE - STUDENT-DT-NASCIMENTO) / 10000
            END-IF
            IF WS-IDADE < 18
                PERFORM 5600-BUSCA-RESPONSAVEL THRU 5600-FIM
                GO TO 5500-FIM
            END-IF

            IF STUDENT-CPF NOT NUMERIC OR STUDENT-CPF = ZEROS
                GO TO 5500-FIM
            END-IF
            MOVE STUDENT-CPF TO WS-CPF-DEVEDOR
            MOVE NM-STUDENT TO WS-NOME OF WS-CONTATO-DEVEDOR
            MOVE 1 TO WS-DEVEDOR-OK
            OPEN INPUT ENDERECOS
            IF NOT END-FS-OK
                GO TO 5500-FIM
            END-IF
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
                            IF END-CANAL-EMAIL
                                MOVE END-E-MAIL TO WS-EMAIL-DEVEDOR
                            END-IF
                            MOVE 'F' TO WS-END-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDERECOS.
       5500-FIM.
            EXIT.

       5600-BUSCA-RESPONSAVEL.
            OPEN INPUT RESPONSAVEIS
            IF NOT RSP-FS-OK
                GO TO 5600-FIM
            END-IF
            MOVE 'N' TO WS-RSP-EOF
            PERFORM UNTIL RSP-FIM-ARQUIVO
                READ RESPONSAVEIS
                    AT END
                        MOVE 'F' TO WS-RSP-EOF
                    NOT AT END
                        IF RSP-CD-STUDENT = WS-CD-DEVEDOR
                           AND RSP-CPF > ZEROS
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
                            MOVE WS-E-MAIL OF REG-RESPONSAVEL TO
                                 WS-EMAIL-DEVEDOR
                            MOVE 1 TO WS-DEVEDOR-OK
                            MOVE 'F' TO WS-RSP-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS.
       5600-FIM.
            EXIT.

      ******************************************************************
      * 6000-EMITE-AVISOS  --  AVISO PREVIO OBRIGATORIO DE CADA ALUNO
      *                          COM DEBITO NOVO NO REGISTRO: CONTATO
      *                          DO DEVEDOR NO ARQUIVO DA MALA DIRETA
      *                          (LAYOUT_CONTATO, PARA O
      *                          EXPORTAMALADIRETA), LINHA DE CONTROLE
      *                          COM O VALOR E A DATA A PARTIR DA QUAL
      *                          HAVERA INCLUSAO, E E-MAIL QUANDO O
      *                          DEVEDOR TEM ENDERECO ELETRONICO.
      ******************************************************************
       6000-EMITE-AVISOS.
            OPEN OUTPUT AVISOS
            OPEN OUTPUT AVISOS-CTRL
            PERFORM VARYING WS-IDX-AVI FROM 1 BY 1
                    UNTIL WS-IDX-AVI > WS-QTD-AVI
                MOVE WS-AVI-CD(WS-IDX-AVI) TO WS-CD-DEVEDOR
                PERFORM 5500-RESOLVE-DEVEDOR THRU 5500-FIM
                MOVE WS-CONTATO-DEVEDOR TO REG-AVISO-CONTATO
                WRITE REG-AVISO-CONTATO
                MOVE WS-AVI-CD(WS-IDX-AVI) TO CTL-CD-STUDENT
                MOVE WS-AVI-VALOR(WS-IDX-AVI) TO CTL-VALOR
                MOVE WS-DT-INCLUSAO-PREVISTA TO CTL-DT-INCLUSAO
                WRITE REG-AVISO-CTRL
                IF WS-EMAIL-DEVEDOR NOT = SPACES
                    MOVE WS-EMAIL-DEVEDOR TO
                         EML-ENDERECO OF WS-EML-PARM
                    MOVE 'AVISO PREVIO DE NEGATIVACAO' TO
                         EML-ASSUNTO OF WS-EML-PARM
                    MOVE SPACES TO EML-REFERENCIA OF WS-EML-PARM
                    STRING 'NEGATIVACAO ALUNO ' WS-AVI-CD(WS-IDX-AVI)
                           ' INCLUSAO ' WS-DT-INCLUSAO-PREVISTA
                           DELIMITED BY SIZE
                           INTO EML-REFERENCIA OF WS-EML-PARM
                    END-STRING
                    CALL 'GRAVAEMAIL' USING WS-EML-PARM
                    ADD 1 TO WS-QTD-EMAILS
                END-IF
            END-PERFORM
            CLOSE AVISOS
            CLOSE AVISOS-CTRL.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-REGISTRO  --  REGRAVA O REGISTRO DE NEGATIVACOES
      *                              COM OS PASSOS DO DIA.
      ******************************************************************
       7000-REGRAVA-REGISTRO.
            OPEN OUTPUT NEGATIVACOES
            IF NOT NEG-FS-OK
                DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE NEGATIVACOES '
                        '- FILE STATUS: ' WS-NEG-FS
                MOVE 'GERANEGATIVACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-REGISTRO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'REGISTRO DE NEGATIVACOES NAO REGRAVADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG
                MOVE WS-NEG-REG(WS-IDX-NEG) TO REG-NEGATIVACAO
                WRITE REG-NEGATIVACAO
            END-PERFORM
            CLOSE NEGATIVACOES.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 8000-TOTAIS  --  TOTAIS DA RODADA NO RELATORIO E NO CONSOLE.
      ******************************************************************
       8000-TOTAIS.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'AVISOS PREVIOS (DEBITOS) ' WS-QTD-NOVOS
                   ' - ALUNOS AVISADOS ' WS-QTD-AVI
                   ' - SEM DEVEDOR IDENTIFICAVEL ' WS-QTD-SEM-DEVEDOR
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'INCLUSOES ' WS-QTD-INCLUSOES
                   ' - EXCLUSOES ' WS-QTD-EXCLUSOES
                   ' (FORA DO PRAZO ' WS-QTD-FORA-PRAZO ')'
                   ' - CANCELADAS ANTES DA INCLUSAO '
                   WS-QTD-CANCELADAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            DISPLAY 'AVISOS PREVIOS.......: ' WS-QTD-NOVOS
                    ' DEBITO(S) DE ' WS-QTD-AVI ' ALUNO(S)'
            DISPLAY 'E-MAILS ENFILEIRADOS.: ' WS-QTD-EMAILS
            DISPLAY 'INCLUSOES NO BIRO....: ' WS-QTD-INCLUSOES
            DISPLAY 'EXCLUSOES NO BIRO....: ' WS-QTD-EXCLUSOES
                    ' (FORA DO PRAZO: ' WS-QTD-FORA-PRAZO ')'
            DISPLAY 'CANCELADAS...........: ' WS-QTD-CANCELADAS
            DISPLAY 'REMESSA DO BIRO EM ' WS-REM-DD
            DISPLAY 'RELATORIO EM ' WS-RPT-DD.
       8000-FIM.
            EXIT.

       END PROGRAM GERANEGATIVACAO.
