      *               apontada como colisao real, com log central e
      *               RC=4 - o aluno ficava sem a cobranca do mes em
      *               silencio.
      * 15/10/26 RMS  O saldo de credito do aluno (razao
      *               CREDITOS_ALUNO.TXT) passou a ser aplicado na
      *               mensalidade gerada: o valor cobrado cai pelo
      *               credito usado (coberta inteira = gerada ja paga)
      *               e o uso e lancado no razao (LANCACREDITO, tipo
      *               U, competencia de destino).
      * 15/10/26 RMS  Item novo de mensalidade nasce sem cobranca PIX
      *               (MEN-PIX-TXID em branco) - o GERACOBRANCAPIX
      *               atribui o identificador.
      * 15/10/26 RMS  Descontos comerciais da tabela datada
      *               DESCONTOS.TXT (FD_DESCONTO): irmaos (mesmo CPF de
      *               responsavel, do segundo aluno ativo em diante)
      *               abatido apos a bolsa, e pontualidade calculada
      *               sobre o que resta a pagar e gravada em
      *               MEN-DESC-PONTUAL para a baixa conceder ate a
      *               vespera do vencimento. Desconto marcado para nao
      *               acumular nao vale para bolsista.
      * 15/10/26 RMS  Convenio com empresa (CONVENIOS.TXT e
      *               CONVENIO_ALUNOS.TXT do MANUTENCAOCONVENIO): a
      *               parte da empresa (percentual do liquido de bolsa
      *               e irmaos, ou valor fixo) sai da mensalidade do
      *               aluno e vai para PARCELAS_CONVENIO.TXT, que o
      *               GERAFATURACONVENIO consolida na fatura mensal.
      * 15/10/26 RMS  Financiamento estudantil (FINANCIAMENTOS.TXT do
      *               MANUTENCAOFINANCIAMENTO): a parte do programa
      *               (percentual do contrato do semestre sobre o
      *               liquido de bolsa e irmaos) sai da mensalidade
      *               e vai para RECEBIVEIS_FINANCIAMENTO.TXT, fora
      *               da divida do aluno e do BLOQUEIOFINANCEIRO.
      * 15/10/26 RMS  Aluno com trancamento aprovado (TRANCAMENTOS.TXT
      *               do TRANCAMENTO) cobrindo o periodo letivo da
      *               competencia nao e cobrado, mesmo ainda ativo no
      *               cadastro - o trancamento agendado gerava
      *               mensalidade do semestre trancado.
      * 15/10/26 RMS  Participante de curso livre (STUDENT-TIPO E)
      *               nao recebe mensalidade - a cobranca do curso
      *               sai na matricula (MATRICULAEXTENSAO).
      * 15/10/26 RMS  Lote de faturamento com checkpoint/restart: cada
      *               execucao e um lote (AAAAMMDDHHMMSS) registrado em
      *               EXECUCOES_FATURAMENTO.TXT e gravado em cada
      *               mensalidade (MEN-LOTE-FATURAMENTO); competencia
      *               ja faturada recusa novo lote (RC=8, FAT001) e o
      *               lote interrompido so e retomado com RESTART
      *               (FAT002), apos o ultimo CD-STUDENT do checkpoint
      *               gravado a cada DD_INTERVALO_CKPT estudantes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAMENSALIDADE.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOL-FS.

           SELECT CREDITOS-ALUNO ASSIGN TO DYNAMIC WS-CRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRA-FS.

           SELECT DESCONTOS ASSIGN TO DYNAMIC WS-DSC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSC-FS.

           SELECT RESPONSAVEIS ASSIGN TO DYNAMIC WS-RSP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT CONVENIOS ASSIGN TO DYNAMIC WS-CNV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CNV-FS.

           SELECT CONVENIO-ALUNOS ASSIGN TO DYNAMIC WS-CVA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CVA-FS.

           SELECT PARCELAS-CONVENIO ASSIGN TO DYNAMIC WS-PCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PCV-FS.

           SELECT FINANCIAMENTOS ASSIGN TO DYNAMIC WS-FIN-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIN-FS.

           SELECT RECEBIVEIS-FINANCIAMENTO ASSIGN TO DYNAMIC WS-RFI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RFI-FS.

           SELECT TRANCAMENTOS ASSIGN TO DYNAMIC WS-TRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRA-FS.

           SELECT EXECUCOES-FATURAMENTO ASSIGN TO DYNAMIC WS-EXF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXF-FS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CKPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
       FD CONCESSOES.
          COPY FD_CONCESSAO_BOLSA.

       FD CREDITOS-ALUNO.
          COPY FD_CREDITO_ALUNO.

       FD DESCONTOS.
          COPY FD_DESCONTO.

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

       FD CONVENIOS.
          COPY FD_CONVENIO.

       FD CONVENIO-ALUNOS.
          COPY FD_CONVENIO_ALUNO.

       FD PARCELAS-CONVENIO.
          COPY FD_PARCELA_CONVENIO.

       FD FINANCIAMENTOS.
          COPY FD_FINANCIAMENTO.

       FD RECEBIVEIS-FINANCIAMENTO.
          COPY FD_RECEBIVEL_FINANCIAMENTO.

       FD TRANCAMENTOS.
          COPY FD_TRANCAMENTO.

       FD EXECUCOES-FATURAMENTO.
          COPY FD_EXECUCAO_FATURAMENTO.

       FD CHECKPOINT-FILE.
       01 CKPT-LINHA.
          03 CKPT-LOTE                PIC X(14).
          03 CKPT-COMPETENCIA         PIC 9(06).
          03 CKPT-CD-STUDENT          PIC 9(05).
          03 CKPT-QTD-ATIVOS          PIC 9(05).
          03 CKPT-QTD-NOVAS           PIC 9(05).
          03 CKPT-QTD-TRANCADOS       PIC 9(05).
          03 CKPT-QTD-EXISTENTES      PIC 9(05).
          03 CKPT-QTD-COLISOES        PIC 9(05).
          03 CKPT-QTD-SEM-VALOR       PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       77 WS-QTD-EXISTENTES        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COLISOES          PIC 9(05) VALUE ZEROS.

       01 WS-CRA-DD                PIC X(100) VALUE SPACES.
       77 WS-CRA-FS                PIC XX VALUE SPACES.
          88 CRA-FS-OK             VALUE '00'.
       77 WS-CRA-EOF               PIC X VALUE 'N'.
          88 CRA-FIM-ARQUIVO       VALUE 'F'.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.
      * SALDO DE CREDITO POR ALUNO, SOMADO DO RAZAO NO INICIO E
      * BAIXADO A CADA USO NA RODADA.
       01 WS-TABELA-CREDITOS.
          05 WS-QTD-CRE            PIC 9(04) VALUE 0.
          05 WS-CRE-TAB OCCURS 3000 TIMES.
             10 WS-CRE-CD          PIC 9(05).
             10 WS-CRE-SALDO       PIC S9(7)V9(2).
       77 WS-IDX-CRE               PIC 9(04) VALUE ZEROS.
       77 WS-POS-CRE               PIC 9(04) VALUE ZEROS.
       77 WS-CRE-ESTOUROU          PIC 9 VALUE 0.
          88 CRE-ESTOUROU          VALUE 1.
       77 WS-CREDITO-USADO         PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-COM-CREDITO       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CREDITO-USADO     PIC 9(9)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZ9.99.

      * TABELA DATADA DE DESCONTOS COMERCIAIS (FD_DESCONTO)
       01 WS-DSC-DD                PIC X(100) VALUE SPACES.
       77 WS-DSC-FS                PIC XX VALUE SPACES.
          88 DSC-FS-OK             VALUE '00'.
       77 WS-DSC-EOF               PIC X VALUE 'N'.
          88 DSC-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-DESCONTOS.
          05 WS-QTD-DSC            PIC 9(03) VALUE 0.
          05 WS-DSC-TAB OCCURS 200 TIMES.
             10 WS-TD-TIPO         PIC X(01).
             10 WS-TD-CURSO        PIC X(05).
             10 WS-TD-VIGENCIA     PIC 9(08).
             10 WS-TD-PERC         PIC 9(03)V9(02).
             10 WS-TD-ACUMULA      PIC X(01).
       77 WS-IDX-DSC               PIC 9(03) VALUE ZEROS.
       77 WS-DSC-TIPO-ALVO         PIC X(01) VALUE SPACES.
       77 WS-PERC-DESC             PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-DSC-ACUMULA-ALVO      PIC X(01) VALUE SPACES.
       77 WS-VIG-CURSO             PIC 9(08) VALUE ZEROS.
       77 WS-VIG-GERAL             PIC 9(08) VALUE ZEROS.
       77 WS-PERC-CURSO            PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-PERC-GERAL            PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-ACUM-CURSO            PIC X(01) VALUE SPACES.
       77 WS-ACUM-GERAL            PIC X(01) VALUE SPACES.
       77 WS-ACHOU-CURSO           PIC 9 VALUE 0.
       77 WS-ACHOU-GERAL           PIC 9 VALUE 0.
       77 WS-DESC-PERMITIDO        PIC 9 VALUE 0.

      * ALUNOS POR CPF DO RESPONSAVEL, PARA O DESCONTO DE IRMAOS
       01 WS-RSP-DD                PIC X(100) VALUE SPACES.
       77 WS-RSP-FS                PIC XX VALUE SPACES.
          88 RSP-FS-OK             VALUE '00'.
       77 WS-RSP-EOF               PIC X VALUE 'N'.
          88 RSP-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-IRMAOS.
          05 WS-QTD-IRM            PIC 9(04) VALUE 0.
          05 WS-IRM-TAB OCCURS 3000 TIMES.
             10 WS-IRM-CD          PIC 9(05).
             10 WS-IRM-CPF         PIC 9(11).
             10 WS-IRM-ATIVO       PIC 9(01).
       77 WS-IDX-IRM               PIC 9(04) VALUE ZEROS.
       77 WS-CPF-RESP              PIC 9(11) VALUE ZEROS.
       77 WS-TEM-IRMAO             PIC 9 VALUE 0.

       77 WS-VALOR-ANTES-BOLSA     PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-DESC-BOLSA            PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-DESC-IRMAO            PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-QTD-COM-IRMAO         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COM-PONTUAL       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DESC-IRMAO        PIC 9(9)V9(2) VALUE ZEROS.
       77 WS-TOT-DESC-PONTUAL      PIC 9(9)V9(2) VALUE ZEROS.

      * CONVENIOS COM EMPRESAS E ALUNOS VINCULADOS (MANUTENCAOCONVENIO)
       01 WS-CNV-DD                PIC X(100) VALUE SPACES.
       01 WS-CVA-DD                PIC X(100) VALUE SPACES.
       01 WS-PCV-DD                PIC X(100) VALUE SPACES.
       77 WS-CNV-FS                PIC XX VALUE SPACES.
          88 CNV-FS-OK             VALUE '00'.
       77 WS-CVA-FS                PIC XX VALUE SPACES.
          88 CVA-FS-OK             VALUE '00'.
       77 WS-PCV-FS                PIC XX VALUE SPACES.
          88 PCV-FS-OK             VALUE '00'.
       77 WS-CNV-EOF               PIC X VALUE 'N'.
          88 CNV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CVA-EOF               PIC X VALUE 'N'.
          88 CVA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PCV-ABERTO            PIC 9 VALUE 0.
          88 PARCELAS-ABERTO       VALUE 1.
       01 WS-TABELA-CONVENIOS.
          05 WS-QTD-CNV            PIC 9(03) VALUE 0.
          05 WS-CNV-TAB OCCURS 200 TIMES.
             10 WS-TC-ID           PIC 9(05).
             10 WS-TC-TIPO         PIC X(01).
             10 WS-TC-PERC         PIC 9(03)V9(02).
             10 WS-TC-FIXO         PIC 9(05)V9(02).
             10 WS-TC-INI          PIC 9(08).
             10 WS-TC-FIM          PIC 9(08).
       01 WS-TABELA-VINCULOS.
          05 WS-QTD-CVA            PIC 9(04) VALUE 0.
          05 WS-CVA-TAB OCCURS 3000 TIMES.
             10 WS-TV-CD           PIC 9(05).
             10 WS-TV-CNV          PIC 9(05).
             10 WS-TV-INI          PIC 9(08).
             10 WS-TV-FIM          PIC 9(08).
       77 WS-IDX-CNV               PIC 9(04) VALUE ZEROS.
       77 WS-CNV-APLICADO          PIC 9(05) VALUE ZEROS.
       77 WS-PARTE-EMPRESA         PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-QTD-COM-CONVENIO      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PARTE-EMPRESA     PIC 9(9)V9(2) VALUE ZEROS.

      * CONTRATOS DE FINANCIAMENTO ESTUDANTIL DO SEMESTRE DA
      * COMPETENCIA (MANUTENCAOFINANCIAMENTO)
       01 WS-FIN-DD                PIC X(100) VALUE SPACES.
       01 WS-RFI-DD                PIC X(100) VALUE SPACES.
       77 WS-FIN-FS                PIC XX VALUE SPACES.
          88 FIN-FS-OK             VALUE '00'.
       77 WS-RFI-FS                PIC XX VALUE SPACES.
          88 RFI-FS-OK             VALUE '00'.
       77 WS-FIN-EOF               PIC X VALUE 'N'.
          88 FIN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-RFI-ABERTO            PIC 9 VALUE 0.
          88 RECEBIVEIS-ABERTO     VALUE 1.
       01 WS-SEMESTRE-COMP         PIC 9(05) VALUE ZEROS.
       01 WS-SEMESTRE-COMP-R REDEFINES WS-SEMESTRE-COMP.
          03 WS-SEM-COMP-ANO       PIC 9(04).
          03 WS-SEM-COMP-NUM       PIC 9(01).
       01 WS-TABELA-FINANCIAMENTOS.
          05 WS-QTD-FIN            PIC 9(04) VALUE 0.
          05 WS-FIN-TAB OCCURS 3000 TIMES.
             10 WS-TF-CD           PIC 9(05).
             10 WS-TF-CONTRATO     PIC X(20).
             10 WS-TF-PERC         PIC 9(03)V9(02).
       77 WS-IDX-FIN               PIC 9(04) VALUE ZEROS.
       77 WS-FIN-APLICADO          PIC 9(04) VALUE ZEROS.
       77 WS-PARTE-FINANCIADA      PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-QTD-COM-FINANC        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PARTE-FINANC      PIC 9(9)V9(2) VALUE ZEROS.

      * TRANCAMENTOS APROVADOS (SUSPENDEM A GERACAO DOS SEUS PERIODOS)
       01 WS-TRA-DD                PIC X(100) VALUE SPACES.
       77 WS-TRA-FS                PIC XX VALUE SPACES.
          88 TRA-FS-OK             VALUE '00'.
       77 WS-TRA-EOF               PIC X VALUE 'N'.
          88 TRA-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-TRANCAMENTOS.
          05 WS-QTD-TRA            PIC 9(04) VALUE 0.
          05 WS-TRA-TAB OCCURS 2000 TIMES.
             10 WS-TT-CD           PIC 9(05).
             10 WS-TT-INICIO       PIC X(06).
             10 WS-TT-RETORNO      PIC X(06).
       77 WS-IDX-TRA               PIC 9(04) VALUE ZEROS.
       77 WS-EM-TRANCAMENTO        PIC 9 VALUE 0.
          88 EM-TRANCAMENTO        VALUE 1.
       77 WS-QTD-TRANCADOS         PIC 9(05) VALUE ZEROS.
       01 WS-PERIODO-COMP          PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-PERIODO-COMP.
          05 WS-PCP-ANO            PIC 9(04).
          05 WS-PCP-SEP            PIC X(01).
          05 WS-PCP-SEM            PIC 9(01).

      * LOTE DE FATURAMENTO (FD_EXECUCAO_FATURAMENTO) E CHECKPOINT DO
      * ULTIMO CD-STUDENT PROCESSADO, PARA O RESTART DO JOB
       01 WS-EXF-DD                PIC X(100) VALUE SPACES.
       01 WS-CKPT-DD               PIC X(100) VALUE SPACES.
       77 WS-EXF-FS                PIC XX VALUE SPACES.
          88 EXF-FS-OK             VALUE '00'.
       77 WS-CKPT-FS               PIC XX VALUE SPACES.
          88 CKPT-FS-OK            VALUE '00'.
       77 WS-EXF-EOF               PIC X VALUE 'N'.
          88 EXF-FIM-ARQUIVO       VALUE 'F'.
       77 WS-MODO-RESTART          PIC X(07) VALUE SPACES.
          88 MODO-RESTART          VALUE 'RESTART' 'restart'.
       01 WS-LOTE-FATURAMENTO      PIC X(14) VALUE SPACES.
       01 FILLER REDEFINES WS-LOTE-FATURAMENTO.
          03 WS-LOTE-DATA          PIC 9(08).
          03 WS-LOTE-HORA          PIC 9(06).
       77 WS-LOTE-ABERTO           PIC X(14) VALUE SPACES.
       77 WS-LOTE-CONCLUIDO        PIC X(14) VALUE SPACES.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-EVENTO-LOTE           PIC X(01) VALUE SPACES.
       77 WS-EM-RETOMADA           PIC 9 VALUE 0.
          88 EM-RETOMADA           VALUE 1.
       77 WS-LOTE-RECUSADO         PIC 9 VALUE 0.
          88 LOTE-RECUSADO         VALUE 1.
       77 WS-ULTIMO-CD-PROCESSADO  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DESDE-CKPT       PIC 9(05) VALUE ZEROS.
       77 WS-INTERVALO-CKPT        PIC 9(05) VALUE 100.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                GO TO FIM-DO-PROGRAMA
            END-IF
            DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA
            PERFORM 1050-CONTROLA-LOTE THRU 1050-FIM
            IF LOTE-RECUSADO
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1000-CARREGA-VALORES THRU 1000-FIM
            PERFORM 1200-CARREGA-BOLSAS THRU 1200-FIM
            PERFORM 1400-CARREGA-CREDITOS THRU 1400-FIM
            PERFORM 1700-CARREGA-DESCONTOS THRU 1700-FIM
            PERFORM 1850-CARREGA-CONVENIOS THRU 1850-FIM
            PERFORM 1870-CARREGA-FINANCIAMENTOS THRU 1870-FIM
            PERFORM 1890-CARREGA-TRANCAMENTOS THRU 1890-FIM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            PERFORM 1750-CARREGA-IRMAOS THRU 1750-FIM
            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                GO TO FIM-DO-PROGRAMA
            END-IF

      * RESTART: RETOMA APOS O ULTIMO CD-STUDENT DO CHECKPOINT DO LOTE
            IF WS-ULTIMO-CD-PROCESSADO > 0
                DISPLAY 'RETOMANDO APOS O CD-STUDENT '
                        WS-ULTIMO-CD-PROCESSADO
                MOVE WS-ULTIMO-CD-PROCESSADO TO CD-STUDENT
                START ESTUDANTE KEY IS GREATER THAN CD-STUDENT
                    INVALID KEY
                        MOVE 'F' TO WS-EST-EOF
                END-START
            END-IF

            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
      * CURSO LIVRE E COBRADO NA MATRICULA (MATRICULAEXTENSAO)
                        IF STUDENT-ATIVO AND NOT STUDENT-EXTENSAO
                            ADD 1 TO WS-QTD-ATIVOS
                            PERFORM 1990-BUSCA-TRANCAMENTO
                                 THRU 1990-FIM
                            IF EM-TRANCAMENTO
                                ADD 1 TO WS-QTD-TRANCADOS
                            ELSE
                                PERFORM 3000-GERA-COBRANCA
                                     THRU 3000-FIM
                            END-IF
                        END-IF
                        PERFORM 3500-ATUALIZA-CHECKPOINT
                             THRU 3500-FIM
                END-READ
            END-PERFORM

            CLOSE ESTUDANTE
            CLOSE MENSALIDADES
            IF PARCELAS-ABERTO
                CLOSE PARCELAS-CONVENIO
            END-IF
            IF RECEBIVEIS-ABERTO
                CLOSE RECEBIVEIS-FINANCIAMENTO
            END-IF
            PERFORM 3700-CONCLUI-LOTE THRU 3700-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DA GERACAO ***'
            DISPLAY 'LOTE DE FATURAMENTO..: ' WS-LOTE-FATURAMENTO
            IF EM-RETOMADA
                DISPLAY '(LOTE RETOMADO - DESCONTOS, CREDITOS, EMPRESA '
                        'E FINANCIAMENTO CONTADOS SO DESDE A RETOMADA)'
            END-IF
            DISPLAY 'ESTUDANTES ATIVOS....: ' WS-QTD-ATIVOS
            DISPLAY 'COBRANCAS GERADAS....: ' WS-QTD-NOVAS
            DISPLAY 'EM TRANCAMENTO.......: ' WS-QTD-TRANCADOS
            DISPLAY 'JA EXISTENTES........: ' WS-QTD-EXISTENTES
            DISPLAY 'COLISOES DE CHAVE....: ' WS-QTD-COLISOES
            DISPLAY 'COM DESCONTO DE BOLSA: ' WS-QTD-COM-BOLSA
            MOVE WS-TOT-DESC-IRMAO TO WS-VALOR-ED
            DISPLAY 'COM DESCONTO IRMAOS..: ' WS-QTD-COM-IRMAO
                    ' (' WS-VALOR-ED ')'
            MOVE WS-TOT-DESC-PONTUAL TO WS-VALOR-ED
            DISPLAY 'COM DESC PONTUALIDADE: ' WS-QTD-COM-PONTUAL
                    ' (' WS-VALOR-ED ' ATE A VESPERA)'
            MOVE WS-TOT-PARTE-EMPRESA TO WS-VALOR-ED
            DISPLAY 'COM PARTE DE EMPRESA.: ' WS-QTD-COM-CONVENIO
                    ' (' WS-VALOR-ED ' A FATURAR)'
            MOVE WS-TOT-PARTE-FINANC TO WS-VALOR-ED
            DISPLAY 'COM FINANCIAMENTO....: ' WS-QTD-COM-FINANC
                    ' (' WS-VALOR-ED ' A RECEBER DO PROGRAMA)'
            DISPLAY 'COBRADAS PRO-RATA....: ' WS-QTD-PRO-RATA
            MOVE WS-TOT-CREDITO-USADO TO WS-VALOR-ED
            DISPLAY 'COM CREDITO DO ALUNO.: ' WS-QTD-COM-CREDITO
                    ' (' WS-VALOR-ED ')'
            DISPLAY 'SEM VALOR DE CURSO...: ' WS-QTD-SEM-VALOR
            IF (WS-QTD-SEM-VALOR > 0 OR WS-QTD-COLISOES > 0)
               AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       1000-FIM.
            EXIT.

      ******************************************************************
      * 1050-CONTROLA-LOTE  --  ABRE O LOTE DE FATURAMENTO DA
      *                           COMPETENCIA. COMPETENCIA JA FATURADA
      *                           (LOTE CONCLUIDO) RECUSA O JOB; LOTE
      *                           INTERROMPIDO SO E RETOMADO NO
      *                           RESTART, A PARTIR DO CHECKPOINT DELE.
      ******************************************************************
       1050-CONTROLA-LOTE.
            ACCEPT WS-EXF-DD FROM ENVIRONMENT
                'DD_EXECUCOES_FATURAMENTO'
            IF WS-EXF-DD = SPACES
                MOVE 'EXECUCOES_FATURAMENTO.TXT' TO WS-EXF-DD
            END-IF
            ACCEPT WS-CKPT-DD FROM ENVIRONMENT 'DD_GERAMENSALIDADE_CKPT'
            IF WS-CKPT-DD = SPACES
                MOVE 'GERAMENSALIDADE.CKPT' TO WS-CKPT-DD
            END-IF
            ACCEPT WS-MODO-RESTART FROM ENVIRONMENT 'DD_MODO_RESTART'
            ACCEPT WS-INTERVALO-CKPT FROM ENVIRONMENT
                'DD_INTERVALO_CKPT'
            IF WS-INTERVALO-CKPT NOT NUMERIC
               OR WS-INTERVALO-CKPT = ZEROS
                MOVE 100 TO WS-INTERVALO-CKPT
            END-IF

            PERFORM 1060-LE-EXECUCOES THRU 1060-FIM
            IF WS-LOTE-CONCLUIDO NOT = SPACES
                DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                        ' JA FATURADA PELO LOTE ' WS-LOTE-CONCLUIDO
                        ' - NOVO LOTE RECUSADO.'
                MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1050-CONTROLA-LOTE' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'FAT001' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING 'COMPETENCIA ' WS-COMPETENCIA
                       ' LOTE ' WS-LOTE-CONCLUIDO
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 1 TO WS-LOTE-RECUSADO
                GO TO 1050-FIM
            END-IF

            IF WS-LOTE-ABERTO NOT = SPACES
                IF NOT MODO-RESTART
                    DISPLAY 'LOTE ' WS-LOTE-ABERTO ' DA COMPETENCIA '
                            WS-COMPETENCIA ' INTERROMPIDO - RETOME '
                            'O JOB COM RESTART.'
                    MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                    MOVE '1050-CONTROLA-LOTE' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                    MOVE 'FAT002' TO LOG-CODIGO OF WS-LOG-PARM
                    MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                    STRING 'COMPETENCIA ' WS-COMPETENCIA
                           ' LOTE ' WS-LOTE-ABERTO
                           DELIMITED BY SIZE
                           INTO LOG-MENSAGEM OF WS-LOG-PARM
                    END-STRING
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE 1 TO WS-LOTE-RECUSADO
                    GO TO 1050-FIM
                END-IF
                MOVE WS-LOTE-ABERTO TO WS-LOTE-FATURAMENTO
                MOVE 1 TO WS-EM-RETOMADA
                PERFORM 1070-LE-CHECKPOINT THRU 1070-FIM
                MOVE 'T' TO WS-EVENTO-LOTE
            ELSE
                IF MODO-RESTART
                    DISPLAY 'NENHUM LOTE INTERROMPIDO NA COMPETENCIA '
                            '- INICIANDO LOTE NOVO.'
                END-IF
                ACCEPT WS-LOTE-DATA FROM DATE YYYYMMDD
                ACCEPT WS-HORA-AGORA FROM TIME
                COMPUTE WS-LOTE-HORA = WS-HORA-AGORA / 100
                MOVE 'I' TO WS-EVENTO-LOTE
            END-IF
            PERFORM 1080-REGISTRA-EVENTO THRU 1080-FIM
            IF NOT LOTE-RECUSADO
                DISPLAY 'LOTE DE FATURAMENTO: ' WS-LOTE-FATURAMENTO
            END-IF.
       1050-FIM.
            EXIT.

      ******************************************************************
      * 1060-LE-EXECUCOES  --  PROCURA NO REGISTRO DAS EXECUCOES O LOTE
      *                          CONCLUIDO E O LOTE INTERROMPIDO (INICIO
      *                          SEM CONCLUSAO) DA COMPETENCIA. SEM O
      *                          REGISTRO, NENHUM LOTE EXISTE AINDA.
      ******************************************************************
       1060-LE-EXECUCOES.
            MOVE SPACES TO WS-LOTE-ABERTO
            MOVE SPACES TO WS-LOTE-CONCLUIDO
            OPEN INPUT EXECUCOES-FATURAMENTO
            IF NOT EXF-FS-OK
                GO TO 1060-FIM
            END-IF
            MOVE 'N' TO WS-EXF-EOF
            PERFORM UNTIL EXF-FIM-ARQUIVO
                READ EXECUCOES-FATURAMENTO
                    AT END
                        MOVE 'F' TO WS-EXF-EOF
                    NOT AT END
                        IF EXF-COMPETENCIA NUMERIC
                           AND EXF-COMPETENCIA = WS-COMPETENCIA
                            EVALUATE TRUE
                                WHEN EXF-INICIO
                                    MOVE EXF-LOTE TO WS-LOTE-ABERTO
                                WHEN EXF-CONCLUSAO
                                    MOVE EXF-LOTE TO WS-LOTE-CONCLUIDO
                                    IF EXF-LOTE = WS-LOTE-ABERTO
                                        MOVE SPACES TO WS-LOTE-ABERTO
                                    END-IF
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXECUCOES-FATURAMENTO.
       1060-FIM.
            EXIT.

      ******************************************************************
      * 1070-LE-CHECKPOINT  --  CHECKPOINT DO LOTE RETOMADO: O ULTIMO
      *                           CD-STUDENT PROCESSADO E AS CONTAGENS
      *                           ATE ELE. CHECKPOINT DE OUTRO LOTE (OU
      *                           AUSENTE) RETOMA DO PRIMEIRO ESTUDANTE
      *                           - O QUE O LOTE JA GEROU VOLTA COMO
      *                           CHAVE EXISTENTE DO PROPRIO LOTE.
      ******************************************************************
       1070-LE-CHECKPOINT.
            OPEN INPUT CHECKPOINT-FILE
            IF NOT CKPT-FS-OK
                GO TO 1070-FIM
            END-IF
            READ CHECKPOINT-FILE
                AT END
                    MOVE SPACES TO CKPT-LOTE
            END-READ
            IF CKPT-LOTE = WS-LOTE-FATURAMENTO
               AND CKPT-CD-STUDENT NUMERIC
                MOVE CKPT-CD-STUDENT     TO WS-ULTIMO-CD-PROCESSADO
                MOVE CKPT-QTD-ATIVOS     TO WS-QTD-ATIVOS
                MOVE CKPT-QTD-NOVAS      TO WS-QTD-NOVAS
                MOVE CKPT-QTD-TRANCADOS  TO WS-QTD-TRANCADOS
                MOVE CKPT-QTD-EXISTENTES TO WS-QTD-EXISTENTES
                MOVE CKPT-QTD-COLISOES   TO WS-QTD-COLISOES
                MOVE CKPT-QTD-SEM-VALOR  TO WS-QTD-SEM-VALOR
            END-IF
            CLOSE CHECKPOINT-FILE.
       1070-FIM.
            EXIT.

      ******************************************************************
      * 1080-REGISTRA-EVENTO  --  ACRESCENTA AO REGISTRO DAS EXECUCOES
      *                             O EVENTO WS-EVENTO-LOTE DO LOTE
      *                             CORRENTE. SEM CONSEGUIR GRAVAR, O
      *                             LOTE FICA SEM CONTROLE E O JOB E
      *                             RECUSADO (WS-LOTE-RECUSADO).
      ******************************************************************
       1080-REGISTRA-EVENTO.
            OPEN EXTEND EXECUCOES-FATURAMENTO
            IF NOT EXF-FS-OK
                OPEN OUTPUT EXECUCOES-FATURAMENTO
            END-IF
            IF NOT EXF-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-EXF-DD
                        ' - FILE STATUS: ' WS-EXF-FS
                MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1080-REGISTRA-EVENTO' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING WS-EXF-DD DELIMITED BY SPACE
                       ' - FILE STATUS: ' WS-EXF-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 1 TO WS-LOTE-RECUSADO
                GO TO 1080-FIM
            END-IF
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE SPACES TO REG-EXECUCAO-FATURAMENTO
            MOVE WS-LOTE-FATURAMENTO TO EXF-LOTE
            MOVE WS-COMPETENCIA TO EXF-COMPETENCIA
            MOVE WS-EVENTO-LOTE TO EXF-EVENTO
            ACCEPT EXF-DATA FROM DATE YYYYMMDD
            MOVE WS-HORA-AGORA TO EXF-HORA
            MOVE CAB-OPERADOR OF WS-CAB-PARM TO EXF-OPERADOR
            MOVE WS-QTD-NOVAS TO EXF-QTD-ITENS
            MOVE ZEROS TO EXF-VALOR-TOTAL
            WRITE REG-EXECUCAO-FATURAMENTO
            CLOSE EXECUCOES-FATURAMENTO.
       1080-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-BOLSAS  --  CARREGA AS CONCESSOES ATIVAS DE BOLSA
      *                            (MANUTENCAOBOLSA). SEM O ARQUIVO,
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-CREDITOS  --  SOMA O RAZAO DE CREDITOS POR ALUNO
      *                              (RAZAO AUSENTE = NENHUM CREDITO).
      *                              ALUNO ALEM DA TABELA FICA SEM O
      *                              CREDITO APLICADO NESTA RODADA -
      *                              O SALDO CONTINUA NO RAZAO.
      ******************************************************************
       1400-CARREGA-CREDITOS.
            MOVE 0 TO WS-QTD-CRE
            ACCEPT WS-CRA-DD FROM ENVIRONMENT 'DD_CREDITOS_ALUNO'
            IF WS-CRA-DD = SPACES
                MOVE 'CREDITOS_ALUNO.TXT' TO WS-CRA-DD
            END-IF
            OPEN INPUT CREDITOS-ALUNO
            IF NOT CRA-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-CRA-EOF
            PERFORM UNTIL CRA-FIM-ARQUIVO
                READ CREDITOS-ALUNO
                    AT END
                        MOVE 'F' TO WS-CRA-EOF
                    NOT AT END
                        PERFORM 1410-ACUMULA-CREDITO THRU 1410-FIM
                END-READ
            END-PERFORM
            CLOSE CREDITOS-ALUNO
            IF CRE-ESTOUROU
                DISPLAY 'RAZAO DE CREDITOS COM MAIS DE 3000 ALUNOS - '
                        'OS EXCEDENTES FICAM SEM APLICACAO NESTA '
                        'RODADA.'
                MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1400-CARREGA-CREDITOS' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'TABELA DE CREDITOS DE ALUNO ESGOTADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1400-FIM.
            EXIT.

       1410-ACUMULA-CREDITO.
            MOVE 0 TO WS-POS-CRE
            PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                    UNTIL WS-IDX-CRE > WS-QTD-CRE
                IF WS-CRE-CD(WS-IDX-CRE) = CRA-CD-STUDENT
                    MOVE WS-IDX-CRE TO WS-POS-CRE
                    MOVE WS-QTD-CRE TO WS-IDX-CRE
                END-IF
            END-PERFORM
            IF WS-POS-CRE = 0
                IF WS-QTD-CRE >= 3000
                    MOVE 1 TO WS-CRE-ESTOUROU
                    GO TO 1410-FIM
                END-IF
                ADD 1 TO WS-QTD-CRE
                MOVE WS-QTD-CRE TO WS-POS-CRE
                MOVE CRA-CD-STUDENT TO WS-CRE-CD(WS-POS-CRE)
                MOVE ZEROS TO WS-CRE-SALDO(WS-POS-CRE)
            END-IF
            IF CRA-SOMA-SALDO
                ADD CRA-VALOR TO WS-CRE-SALDO(WS-POS-CRE)
            END-IF
            IF CRA-SUBTRAI-SALDO
                SUBTRACT CRA-VALOR FROM WS-CRE-SALDO(WS-POS-CRE)
            END-IF.
       1410-FIM.
            EXIT.

      ******************************************************************
      * 1500-APLICA-CREDITO  --  USA O SALDO DE CREDITO DO ALUNO
      *                            CORRENTE ATE O VALOR DA MENSALIDADE;
      *                            DEVOLVE O USO EM WS-CREDITO-USADO.
      ******************************************************************
       1500-APLICA-CREDITO.
            MOVE ZEROS TO WS-CREDITO-USADO
            MOVE 0 TO WS-POS-CRE
            PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                    UNTIL WS-IDX-CRE > WS-QTD-CRE
                IF WS-CRE-CD(WS-IDX-CRE) = CD-STUDENT
                    MOVE WS-IDX-CRE TO WS-POS-CRE
                    MOVE WS-QTD-CRE TO WS-IDX-CRE
                END-IF
            END-PERFORM
            IF WS-POS-CRE = 0
                GO TO 1500-FIM
            END-IF
            IF WS-CRE-SALDO(WS-POS-CRE) NOT > ZEROS
                GO TO 1500-FIM
            END-IF
            IF WS-CRE-SALDO(WS-POS-CRE) >= WS-VALOR-ATUAL
                MOVE WS-VALOR-ATUAL TO WS-CREDITO-USADO
            ELSE
                MOVE WS-CRE-SALDO(WS-POS-CRE) TO WS-CREDITO-USADO
            END-IF.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-LANCA-USO-CREDITO  --  LANCA NO RAZAO O CREDITO USADO NA
      *                               MENSALIDADE GRAVADA E BAIXA O
      *                               SALDO DA TABELA.
      ******************************************************************
       1600-LANCA-USO-CREDITO.
            SET CRP-LANCA TO TRUE
            MOVE CD-STUDENT TO CRP-CD-STUDENT
            MOVE 'U' TO CRP-TIPO
            MOVE WS-CREDITO-USADO TO CRP-VALOR
            MOVE WS-COMPETENCIA TO CRP-COMPETENCIA
            MOVE 'GERAMENSAL' TO CRP-REFERENCIA
            MOVE CAB-OPERADOR OF WS-CAB-PARM TO CRP-OPERADOR
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            IF CRP-FALHA
                DISPLAY 'USO DE CREDITO NAO LANCADO - ALUNO '
                        CD-STUDENT
                MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1600-LANCA-USO-CREDITO' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                MOVE SPACES TO LOG-MENSAGEM OF WS-LOG-PARM
                STRING 'USO DE CREDITO NAO LANCADO NO RAZAO - ALUNO '
                       CD-STUDENT DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
            END-IF
            SUBTRACT WS-CREDITO-USADO FROM WS-CRE-SALDO(WS-POS-CRE)
            ADD 1 TO WS-QTD-COM-CREDITO
            ADD WS-CREDITO-USADO TO WS-TOT-CREDITO-USADO.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 1700-CARREGA-DESCONTOS  --  CARREGA A TABELA DATADA DE
      *                               DESCONTOS COMERCIAIS. SEM O
      *                               ARQUIVO, NENHUM DESCONTO E
      *                               CONCEDIDO; LINHA COM TIPO
      *                               DESCONHECIDO OU PERCENTUAL ACIMA
      *                               DE 100 E IGNORADA.
      ******************************************************************
       1700-CARREGA-DESCONTOS.
            ACCEPT WS-DSC-DD FROM ENVIRONMENT 'DD_DESCONTOS'
            IF WS-DSC-DD = SPACES
                MOVE 'DESCONTOS.TXT' TO WS-DSC-DD
            END-IF
            OPEN INPUT DESCONTOS
            IF NOT DSC-FS-OK
                GO TO 1700-FIM
            END-IF
            MOVE 'N' TO WS-DSC-EOF
            PERFORM UNTIL DSC-FIM-ARQUIVO
                READ DESCONTOS
                    AT END
                        MOVE 'F' TO WS-DSC-EOF
                    NOT AT END
                        IF (DSC-PONTUALIDADE OR DSC-IRMAOS)
                           AND DSC-PERCENTUAL NUMERIC
                           AND DSC-PERCENTUAL NOT > 100
                           AND DSC-DT-VIGENCIA NUMERIC
                           AND WS-QTD-DSC < 200
                            ADD 1 TO WS-QTD-DSC
                            MOVE DSC-TIPO TO WS-TD-TIPO(WS-QTD-DSC)
                            MOVE DSC-COURSE-CODE TO
                                 WS-TD-CURSO(WS-QTD-DSC)
                            MOVE DSC-DT-VIGENCIA TO
                                 WS-TD-VIGENCIA(WS-QTD-DSC)
                            MOVE DSC-PERCENTUAL TO
                                 WS-TD-PERC(WS-QTD-DSC)
                            MOVE DSC-ACUMULA-BOLSA TO
                                 WS-TD-ACUMULA(WS-QTD-DSC)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DESCONTOS.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 1750-CARREGA-IRMAOS  --  CARREGA O CPF DO RESPONSAVEL DE CADA
      *                            ALUNO (RESPONSAVEIS.TXT) E MARCA OS
      *                            ATIVOS NUMA PASSADA PREVIA PELO
      *                            CADASTRO. SEM RESPONSAVEIS, NINGUEM
      *                            TEM DESCONTO DE IRMAOS.
      ******************************************************************
       1750-CARREGA-IRMAOS.
            ACCEPT WS-RSP-DD FROM ENVIRONMENT 'DD_RESPONSAVEIS'
            IF WS-RSP-DD = SPACES
                MOVE 'RESPONSAVEIS.TXT' TO WS-RSP-DD
            END-IF
            OPEN INPUT RESPONSAVEIS
            IF NOT RSP-FS-OK
                GO TO 1750-FIM
            END-IF
            MOVE 'N' TO WS-RSP-EOF
            PERFORM UNTIL RSP-FIM-ARQUIVO
                READ RESPONSAVEIS
                    AT END
                        MOVE 'F' TO WS-RSP-EOF
                    NOT AT END
                        IF RSP-CPF NUMERIC AND RSP-CPF > ZEROS
                           AND WS-QTD-IRM < 3000
                            ADD 1 TO WS-QTD-IRM
                            MOVE RSP-CD-STUDENT TO
                                 WS-IRM-CD(WS-QTD-IRM)
                            MOVE RSP-CPF TO WS-IRM-CPF(WS-QTD-IRM)
                            MOVE 0 TO WS-IRM-ATIVO(WS-QTD-IRM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS
            IF WS-QTD-IRM = 0
                GO TO 1750-FIM
            END-IF

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                GO TO 1750-FIM
            END-IF
            MOVE 'N' TO WS-EST-EOF
            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF STUDENT-ATIVO
                            PERFORM VARYING WS-IDX-IRM FROM 1 BY 1
                                    UNTIL WS-IDX-IRM > WS-QTD-IRM
                                IF WS-IRM-CD(WS-IDX-IRM) = CD-STUDENT
                                    MOVE 1 TO WS-IRM-ATIVO(WS-IDX-IRM)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE
            MOVE 'N' TO WS-EST-EOF.
       1750-FIM.
            EXIT.

      ******************************************************************
      * 1800-RESOLVE-DESCONTO  --  RESOLVE O PERCENTUAL DO TIPO
      *                              WS-DSC-TIPO-ALVO EM VIGOR NO
      *                              VENCIMENTO: A LINHA MAIS RECENTE
      *                              DO CURSO DO ALUNO OU, SEM ELA, A
      *                              MAIS RECENTE GERAL (CURSO EM
      *                              BRANCO). WS-DESC-PERMITIDO = 0
      *                              QUANDO O DESCONTO NAO ACUMULA COM
      *                              A BOLSA DO ALUNO.
      ******************************************************************
       1800-RESOLVE-DESCONTO.
            MOVE ZEROS TO WS-PERC-DESC
            MOVE 0 TO WS-DESC-PERMITIDO
            MOVE 0 TO WS-ACHOU-CURSO
            MOVE 0 TO WS-ACHOU-GERAL
            MOVE ZEROS TO WS-VIG-CURSO
            MOVE ZEROS TO WS-VIG-GERAL
            PERFORM VARYING WS-IDX-DSC FROM 1 BY 1
                    UNTIL WS-IDX-DSC > WS-QTD-DSC
                IF WS-TD-TIPO(WS-IDX-DSC) = WS-DSC-TIPO-ALVO
                   AND WS-TD-VIGENCIA(WS-IDX-DSC) <= MEN-DT-VENCIMENTO
                    IF WS-TD-CURSO(WS-IDX-DSC) = COURSE-CODE
                        IF WS-ACHOU-CURSO = 0
                           OR WS-TD-VIGENCIA(WS-IDX-DSC) >=
                              WS-VIG-CURSO
                            MOVE 1 TO WS-ACHOU-CURSO
                            MOVE WS-TD-VIGENCIA(WS-IDX-DSC) TO
                                 WS-VIG-CURSO
                            MOVE WS-TD-PERC(WS-IDX-DSC) TO
                                 WS-PERC-CURSO
                            MOVE WS-TD-ACUMULA(WS-IDX-DSC) TO
                                 WS-ACUM-CURSO
                        END-IF
                    END-IF
                    IF WS-TD-CURSO(WS-IDX-DSC) = SPACES
                        IF WS-ACHOU-GERAL = 0
                           OR WS-TD-VIGENCIA(WS-IDX-DSC) >=
                              WS-VIG-GERAL
                            MOVE 1 TO WS-ACHOU-GERAL
                            MOVE WS-TD-VIGENCIA(WS-IDX-DSC) TO
                                 WS-VIG-GERAL
                            MOVE WS-TD-PERC(WS-IDX-DSC) TO
                                 WS-PERC-GERAL
                            MOVE WS-TD-ACUMULA(WS-IDX-DSC) TO
                                 WS-ACUM-GERAL
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-ACHOU-CURSO = 1
                    MOVE WS-PERC-CURSO TO WS-PERC-DESC
                    MOVE WS-ACUM-CURSO TO WS-DSC-ACUMULA-ALVO
                WHEN WS-ACHOU-GERAL = 1
                    MOVE WS-PERC-GERAL TO WS-PERC-DESC
                    MOVE WS-ACUM-GERAL TO WS-DSC-ACUMULA-ALVO
                WHEN OTHER
                    GO TO 1800-FIM
            END-EVALUATE
            IF WS-PERC-DESC > ZEROS
               AND (WS-PERC-BOLSA = 0 OR WS-DSC-ACUMULA-ALVO NOT = 'N')
                MOVE 1 TO WS-DESC-PERMITIDO
            END-IF.
       1800-FIM.
            EXIT.

      ******************************************************************
      * 1900-BUSCA-IRMAO  --  O ALUNO CORRENTE TEM DESCONTO DE IRMAOS
      *                         QUANDO OUTRO ALUNO ATIVO, DE CODIGO
      *                         MENOR, TEM O MESMO CPF DE RESPONSAVEL
      *                         (O PRIMEIRO FILHO PAGA CHEIO).
      ******************************************************************
       1900-BUSCA-IRMAO.
            MOVE 0 TO WS-TEM-IRMAO
            MOVE ZEROS TO WS-CPF-RESP
            PERFORM VARYING WS-IDX-IRM FROM 1 BY 1
                    UNTIL WS-IDX-IRM > WS-QTD-IRM
                IF WS-IRM-CD(WS-IDX-IRM) = CD-STUDENT
                    MOVE WS-IRM-CPF(WS-IDX-IRM) TO WS-CPF-RESP
                    MOVE WS-QTD-IRM TO WS-IDX-IRM
                END-IF
            END-PERFORM
            IF WS-CPF-RESP = ZEROS
                GO TO 1900-FIM
            END-IF
            PERFORM VARYING WS-IDX-IRM FROM 1 BY 1
                    UNTIL WS-IDX-IRM > WS-QTD-IRM
                IF WS-IRM-CPF(WS-IDX-IRM) = WS-CPF-RESP
                   AND WS-IRM-ATIVO(WS-IDX-IRM) = 1
                   AND WS-IRM-CD(WS-IDX-IRM) < CD-STUDENT
                    MOVE 1 TO WS-TEM-IRMAO
                    MOVE WS-QTD-IRM TO WS-IDX-IRM
                END-IF
            END-PERFORM.
       1900-FIM.
            EXIT.

      ******************************************************************
      * 1850-CARREGA-CONVENIOS  --  CARREGA OS CONVENIOS COM EMPRESAS E
      *                               OS VINCULOS DOS ALUNOS. HAVENDO
      *                               VINCULO, ABRE O ARQUIVO DE
      *                               PARCELAS DE EMPRESA EM EXTENSAO.
      *                               SEM OS ARQUIVOS, A MENSALIDADE SAI
      *                               INTEIRA PARA O ALUNO.
      ******************************************************************
       1850-CARREGA-CONVENIOS.
            ACCEPT WS-CNV-DD FROM ENVIRONMENT 'DD_CONVENIOS'
            IF WS-CNV-DD = SPACES
                MOVE 'CONVENIOS.TXT' TO WS-CNV-DD
            END-IF
            ACCEPT WS-CVA-DD FROM ENVIRONMENT 'DD_CONVENIO_ALUNOS'
            IF WS-CVA-DD = SPACES
                MOVE 'CONVENIO_ALUNOS.TXT' TO WS-CVA-DD
            END-IF
            ACCEPT WS-PCV-DD FROM ENVIRONMENT 'DD_PARCELAS_CONVENIO'
            IF WS-PCV-DD = SPACES
                MOVE 'PARCELAS_CONVENIO.TXT' TO WS-PCV-DD
            END-IF
            OPEN INPUT CONVENIOS
            IF NOT CNV-FS-OK
                GO TO 1850-FIM
            END-IF
            MOVE 'N' TO WS-CNV-EOF
            PERFORM UNTIL CNV-FIM-ARQUIVO
                READ CONVENIOS
                    AT END
                        MOVE 'F' TO WS-CNV-EOF
                    NOT AT END
                        IF (CNV-PERCENTUAL-LIQUIDO OR CNV-VALOR-FIXO)
                           AND WS-QTD-CNV < 200
                            ADD 1 TO WS-QTD-CNV
                            MOVE CNV-ID TO WS-TC-ID(WS-QTD-CNV)
                            MOVE CNV-TIPO TO WS-TC-TIPO(WS-QTD-CNV)
                            MOVE CNV-PERCENTUAL TO
                                 WS-TC-PERC(WS-QTD-CNV)
                            MOVE CNV-VALOR-FIXO-ALUNO TO
                                 WS-TC-FIXO(WS-QTD-CNV)
                            MOVE CNV-DT-INICIO TO
                                 WS-TC-INI(WS-QTD-CNV)
                            IF CNV-DT-FIM NUMERIC
                                MOVE CNV-DT-FIM TO
                                     WS-TC-FIM(WS-QTD-CNV)
                            ELSE
                                MOVE ZEROS TO WS-TC-FIM(WS-QTD-CNV)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONVENIOS
            IF WS-QTD-CNV = 0
                GO TO 1850-FIM
            END-IF

            OPEN INPUT CONVENIO-ALUNOS
            IF NOT CVA-FS-OK
                GO TO 1850-FIM
            END-IF
            MOVE 'N' TO WS-CVA-EOF
            PERFORM UNTIL CVA-FIM-ARQUIVO
                READ CONVENIO-ALUNOS
                    AT END
                        MOVE 'F' TO WS-CVA-EOF
                    NOT AT END
                        IF WS-QTD-CVA < 3000
                            ADD 1 TO WS-QTD-CVA
                            MOVE CVA-CD-STUDENT TO
                                 WS-TV-CD(WS-QTD-CVA)
                            MOVE CVA-CNV-ID TO WS-TV-CNV(WS-QTD-CVA)
                            MOVE CVA-DT-INICIO TO
                                 WS-TV-INI(WS-QTD-CVA)
                            IF CVA-DT-FIM NUMERIC
                                MOVE CVA-DT-FIM TO
                                     WS-TV-FIM(WS-QTD-CVA)
                            ELSE
                                MOVE ZEROS TO WS-TV-FIM(WS-QTD-CVA)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONVENIO-ALUNOS
            IF WS-QTD-CVA = 0
                GO TO 1850-FIM
            END-IF

            OPEN EXTEND PARCELAS-CONVENIO
            IF NOT PCV-FS-OK
                OPEN OUTPUT PARCELAS-CONVENIO
            END-IF
            IF PCV-FS-OK
                MOVE 1 TO WS-PCV-ABERTO
            ELSE
                DISPLAY 'ERRO AO ABRIR ' WS-PCV-DD
                        ' - FILE STATUS: ' WS-PCV-FS
                        ' - CONVENIOS NAO APLICADOS.'
                MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1850-CARREGA-CONVENIOS' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR PARCELAS DE CONVENIO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 0 TO WS-QTD-CVA
                MOVE 4 TO RETURN-CODE
            END-IF.
       1850-FIM.
            EXIT.

      ******************************************************************
      * 1950-BUSCA-CONVENIO  --  PARTE DA EMPRESA NA MENSALIDADE DO
      *                            ALUNO CORRENTE: VINCULO E CONVENIO
      *                            EM VIGOR NO VENCIMENTO (FIM ZERADO
      *                            = INDETERMINADO); PERCENTUAL SOBRE O
      *                            VALOR EM WS-VALOR-ATUAL OU VALOR
      *                            FIXO LIMITADO A ELE.
      ******************************************************************
       1950-BUSCA-CONVENIO.
            MOVE ZEROS TO WS-PARTE-EMPRESA
            MOVE ZEROS TO WS-CNV-APLICADO
            IF WS-QTD-CVA = 0 OR WS-VALOR-ATUAL = ZEROS
                GO TO 1950-FIM
            END-IF
            PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                    UNTIL WS-IDX-CNV > WS-QTD-CVA
                IF WS-TV-CD(WS-IDX-CNV) = CD-STUDENT
                   AND WS-TV-INI(WS-IDX-CNV) <= MEN-DT-VENCIMENTO
                   AND (WS-TV-FIM(WS-IDX-CNV) = 0
                        OR WS-TV-FIM(WS-IDX-CNV) >=
                           MEN-DT-VENCIMENTO)
                    MOVE WS-TV-CNV(WS-IDX-CNV) TO WS-CNV-APLICADO
                    MOVE WS-QTD-CVA TO WS-IDX-CNV
                END-IF
            END-PERFORM
            IF WS-CNV-APLICADO = ZEROS
                GO TO 1950-FIM
            END-IF
            PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                    UNTIL WS-IDX-CNV > WS-QTD-CNV
                IF WS-TC-ID(WS-IDX-CNV) = WS-CNV-APLICADO
                   AND WS-TC-INI(WS-IDX-CNV) <= MEN-DT-VENCIMENTO
                   AND (WS-TC-FIM(WS-IDX-CNV) = 0
                        OR WS-TC-FIM(WS-IDX-CNV) >=
                           MEN-DT-VENCIMENTO)
                    IF WS-TC-TIPO(WS-IDX-CNV) = 'P'
                        COMPUTE WS-PARTE-EMPRESA ROUNDED =
                            WS-VALOR-ATUAL * WS-TC-PERC(WS-IDX-CNV)
                            / 100
                    ELSE
                        MOVE WS-TC-FIXO(WS-IDX-CNV) TO
                             WS-PARTE-EMPRESA
                    END-IF
                    MOVE WS-QTD-CNV TO WS-IDX-CNV
                END-IF
            END-PERFORM
            IF WS-PARTE-EMPRESA > WS-VALOR-ATUAL
                MOVE WS-VALOR-ATUAL TO WS-PARTE-EMPRESA
            END-IF.
       1950-FIM.
            EXIT.

      ******************************************************************
      * 1960-GRAVA-PARCELA-EMPRESA  --  GRAVA A PARTE DA EMPRESA DA
      *                                   MENSALIDADE RECEM-GERADA,
      *                                   AINDA NAO FATURADA.
      ******************************************************************
       1960-GRAVA-PARCELA-EMPRESA.
            MOVE WS-CNV-APLICADO TO PCV-CNV-ID
            MOVE CD-STUDENT TO PCV-CD-STUDENT
            MOVE WS-COMPETENCIA TO PCV-COMPETENCIA
            MOVE WS-PARTE-EMPRESA TO PCV-VALOR
            MOVE ZEROS TO PCV-FATURA
            WRITE REG-PARCELA-CONVENIO
            ADD 1 TO WS-QTD-COM-CONVENIO
            ADD WS-PARTE-EMPRESA TO WS-TOT-PARTE-EMPRESA.
       1960-FIM.
            EXIT.

      ******************************************************************
      * 1870-CARREGA-FINANCIAMENTOS  --  CARREGA OS CONTRATOS DE
      *                                    FINANCIAMENTO ATIVOS DO
      *                                    SEMESTRE DA COMPETENCIA
      *                                    (JAN-JUN = 1, JUL-DEZ = 2) E
      *                                    ABRE OS RECEBIVEIS DO
      *                                    PROGRAMA PARA ACRESCIMO.
      ******************************************************************
       1870-CARREGA-FINANCIAMENTOS.
            ACCEPT WS-FIN-DD FROM ENVIRONMENT 'DD_FINANCIAMENTOS'
            IF WS-FIN-DD = SPACES
                MOVE 'FINANCIAMENTOS.TXT' TO WS-FIN-DD
            END-IF
            ACCEPT WS-RFI-DD FROM ENVIRONMENT
                'DD_RECEBIVEIS_FINANCIAMENTO'
            IF WS-RFI-DD = SPACES
                MOVE 'RECEBIVEIS_FINANCIAMENTO.TXT' TO WS-RFI-DD
            END-IF
            COMPUTE WS-COMP-TRAB = WS-COMPETENCIA
            MOVE WS-CMP-AAAA TO WS-SEM-COMP-ANO
            IF WS-CMP-MM <= 6
                MOVE 1 TO WS-SEM-COMP-NUM
            ELSE
                MOVE 2 TO WS-SEM-COMP-NUM
            END-IF
            OPEN INPUT FINANCIAMENTOS
            IF NOT FIN-FS-OK
                GO TO 1870-FIM
            END-IF
            MOVE 'N' TO WS-FIN-EOF
            PERFORM UNTIL FIN-FIM-ARQUIVO
                READ FINANCIAMENTOS
                    AT END
                        MOVE 'F' TO WS-FIN-EOF
                    NOT AT END
                        IF FIN-ATIVO
                           AND FIN-SEMESTRE = WS-SEMESTRE-COMP
                           AND WS-QTD-FIN < 3000
                            ADD 1 TO WS-QTD-FIN
                            MOVE FIN-CD-STUDENT TO
                                 WS-TF-CD(WS-QTD-FIN)
                            MOVE FIN-CONTRATO TO
                                 WS-TF-CONTRATO(WS-QTD-FIN)
                            MOVE FIN-PERCENTUAL TO
                                 WS-TF-PERC(WS-QTD-FIN)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FINANCIAMENTOS
            IF WS-QTD-FIN = 0
                GO TO 1870-FIM
            END-IF

            OPEN EXTEND RECEBIVEIS-FINANCIAMENTO
            IF NOT RFI-FS-OK
                OPEN OUTPUT RECEBIVEIS-FINANCIAMENTO
            END-IF
            IF RFI-FS-OK
                MOVE 1 TO WS-RFI-ABERTO
            ELSE
                DISPLAY 'ERRO AO ABRIR ' WS-RFI-DD
                        ' - FILE STATUS: ' WS-RFI-FS
                        ' - FINANCIAMENTOS NAO APLICADOS.'
                MOVE 'GERAMENSALIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1870-CARREGA-FINANCIAMENTOS' TO LOG-PARAGRAFO
                                                       OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR RECEBIVEIS DE FINANCIAMENTO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 0 TO WS-QTD-FIN
                MOVE 4 TO RETURN-CODE
            END-IF.
       1870-FIM.
            EXIT.

      ******************************************************************
      * 1970-BUSCA-FINANCIAMENTO  --  PARTE FINANCIADA PELO PROGRAMA NA
      *                                 MENSALIDADE DO ALUNO CORRENTE:
      *                                 PERCENTUAL DO CONTRATO ATIVO DO
      *                                 SEMESTRE SOBRE O LIQUIDO DE
      *                                 BOLSA E IRMAOS.
      ******************************************************************
       1970-BUSCA-FINANCIAMENTO.
            MOVE ZEROS TO WS-PARTE-FINANCIADA
            MOVE ZEROS TO WS-FIN-APLICADO
            IF WS-QTD-FIN = 0 OR WS-VALOR-ATUAL = ZEROS
                GO TO 1970-FIM
            END-IF
            PERFORM VARYING WS-IDX-FIN FROM 1 BY 1
                    UNTIL WS-IDX-FIN > WS-QTD-FIN
                IF WS-TF-CD(WS-IDX-FIN) = CD-STUDENT
                    MOVE WS-IDX-FIN TO WS-FIN-APLICADO
                    COMPUTE WS-PARTE-FINANCIADA ROUNDED =
                        WS-VALOR-ATUAL * WS-TF-PERC(WS-IDX-FIN) / 100
                    MOVE WS-QTD-FIN TO WS-IDX-FIN
                END-IF
            END-PERFORM
            IF WS-PARTE-FINANCIADA > WS-VALOR-ATUAL
                MOVE WS-VALOR-ATUAL TO WS-PARTE-FINANCIADA
            END-IF.
       1970-FIM.
            EXIT.

      ******************************************************************
      * 1980-GRAVA-RECEBIVEL  --  GRAVA A PARTE FINANCIADA DA
      *                             MENSALIDADE RECEM-GERADA COMO
      *                             RECEBIVEL DO PROGRAMA, EM ABERTO
      *                             ATE O REPASSE.
      ******************************************************************
       1980-GRAVA-RECEBIVEL.
            MOVE WS-TF-CONTRATO(WS-FIN-APLICADO) TO RFI-CONTRATO
            MOVE CD-STUDENT TO RFI-CD-STUDENT
            MOVE WS-COMPETENCIA TO RFI-COMPETENCIA
            MOVE WS-PARTE-FINANCIADA TO RFI-VALOR
            MOVE ZEROS TO RFI-VALOR-REPASSADO
            MOVE ZEROS TO RFI-DT-REPASSE
            MOVE SPACES TO RFI-LOTE-REPASSE
            MOVE 'A' TO RFI-SITUACAO
            WRITE REG-RECEBIVEL-FINANCIAMENTO
            ADD 1 TO WS-QTD-COM-FINANC
            ADD WS-PARTE-FINANCIADA TO WS-TOT-PARTE-FINANC.
       1980-FIM.
            EXIT.

      ******************************************************************
      * 1890-CARREGA-TRANCAMENTOS  --  CARREGA OS TRANCAMENTOS
      *                                  APROVADOS (EM CURSO,
      *                                  ENCERRADOS OU EXPIRADOS) DO
      *                                  TRANCAMENTO E MONTA O PERIODO
      *                                  LETIVO DA COMPETENCIA (JAN-JUN
      *                                  = 1, JUL-DEZ = 2). SEM O
      *                                  ARQUIVO, NADA E SUSPENSO.
      ******************************************************************
       1890-CARREGA-TRANCAMENTOS.
            COMPUTE WS-COMP-TRAB = WS-COMPETENCIA
            MOVE WS-CMP-AAAA TO WS-PCP-ANO
            MOVE '-' TO WS-PCP-SEP
            IF WS-CMP-MM <= 6
                MOVE 1 TO WS-PCP-SEM
            ELSE
                MOVE 2 TO WS-PCP-SEM
            END-IF
            ACCEPT WS-TRA-DD FROM ENVIRONMENT 'DD_TRANCAMENTOS'
            IF WS-TRA-DD = SPACES
                MOVE 'TRANCAMENTOS.TXT' TO WS-TRA-DD
            END-IF
            OPEN INPUT TRANCAMENTOS
            IF NOT TRA-FS-OK
                GO TO 1890-FIM
            END-IF
            MOVE 'N' TO WS-TRA-EOF
            PERFORM UNTIL TRA-FIM-ARQUIVO
                READ TRANCAMENTOS
                    AT END
                        MOVE 'F' TO WS-TRA-EOF
                    NOT AT END
                        IF TRA-CONTA-LIMITE
                           AND TRA-PERIODO-INICIO <= WS-PERIODO-COMP
                           AND TRA-PERIODO-RETORNO > WS-PERIODO-COMP
                           AND WS-QTD-TRA < 2000
                            ADD 1 TO WS-QTD-TRA
                            MOVE TRA-CD-STUDENT TO
                                 WS-TT-CD(WS-QTD-TRA)
                            MOVE TRA-PERIODO-INICIO TO
                                 WS-TT-INICIO(WS-QTD-TRA)
                            MOVE TRA-PERIODO-RETORNO TO
                                 WS-TT-RETORNO(WS-QTD-TRA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRANCAMENTOS.
       1890-FIM.
            EXIT.

      ******************************************************************
      * 1990-BUSCA-TRANCAMENTO  --  O ALUNO CORRENTE TEM TRANCAMENTO
      *                               APROVADO COBRINDO O PERIODO DA
      *                               COMPETENCIA (AGENDADO - AINDA
      *                               ATIVO NO CADASTRO)?
      ******************************************************************
       1990-BUSCA-TRANCAMENTO.
            MOVE 0 TO WS-EM-TRANCAMENTO
            PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                    UNTIL WS-IDX-TRA > WS-QTD-TRA
                IF WS-TT-CD(WS-IDX-TRA) = CD-STUDENT
                    MOVE 1 TO WS-EM-TRANCAMENTO
                    DISPLAY 'ALUNO ' CD-STUDENT ' EM TRANCAMENTO '
                            WS-TT-INICIO(WS-IDX-TRA) ' A '
                            WS-TT-RETORNO(WS-IDX-TRA)
                            ' (RETORNO) - PULADO.'
                    MOVE WS-QTD-TRA TO WS-IDX-TRA
                END-IF
            END-PERFORM.
       1990-FIM.
            EXIT.

      ******************************************************************
      * 3000-GERA-COBRANCA  --  GERA A MENSALIDADE DO ESTUDANTE ATIVO
      *                           CORRENTE, SE O CURSO TEM VALOR
                        '/30 DIAS).'
            END-IF

      * ORDEM DOS DESCONTOS: BOLSA SOBRE O PRECO, IRMAOS SOBRE O
      * LIQUIDO DA BOLSA, PARTE FINANCIADA PELO PROGRAMA DO GOVERNO,
      * PARTE DA EMPRESA CONVENIADA, CREDITO DO ALUNO E, POR ULTIMO,
      * PONTUALIDADE SOBRE O QUE RESTA A PAGAR - ESTA NAO E ABATIDA
      * AQUI, A BAIXA A CONCEDE SE O PAGAMENTO SAIR ATE A VESPERA DO
      * VENCIMENTO.
      * DESCONTO QUE NAO ACUMULA COM BOLSA NAO VALE PARA BOLSISTA.
            MOVE WS-VALOR-ATUAL TO WS-VALOR-ANTES-BOLSA
            PERFORM 1300-BUSCA-BOLSA THRU 1300-FIM
            IF WS-PERC-BOLSA > 0
                COMPUTE WS-VALOR-ATUAL ROUNDED = WS-VALOR-ATUAL
                    * (100 - WS-PERC-BOLSA) / 100
                ADD 1 TO WS-QTD-COM-BOLSA
            END-IF
            COMPUTE WS-DESC-BOLSA = WS-VALOR-ANTES-BOLSA
                                  - WS-VALOR-ATUAL
            MOVE ZEROS TO WS-DESC-IRMAO
            PERFORM 1900-BUSCA-IRMAO THRU 1900-FIM
            IF WS-TEM-IRMAO = 1
                MOVE 'I' TO WS-DSC-TIPO-ALVO
                PERFORM 1800-RESOLVE-DESCONTO THRU 1800-FIM
                IF WS-DESC-PERMITIDO = 1
                    COMPUTE WS-DESC-IRMAO ROUNDED =
                        WS-VALOR-ATUAL * WS-PERC-DESC / 100
                    SUBTRACT WS-DESC-IRMAO FROM WS-VALOR-ATUAL
                END-IF
            END-IF
      * PARTE FINANCIADA SOBRE O LIQUIDO DE BOLSA E IRMAOS; VAI PARA
      * OS RECEBIVEIS DO PROGRAMA, FORA DA DIVIDA DO ALUNO.
            PERFORM 1970-BUSCA-FINANCIAMENTO THRU 1970-FIM
            SUBTRACT WS-PARTE-FINANCIADA FROM WS-VALOR-ATUAL
      * PARTE DA EMPRESA CONVENIADA SOBRE O QUE SOBRA;
      * A MENSALIDADE SAI SO COM A PARTE DO ALUNO E A DA EMPRESA VAI
      * PARA A FATURA MENSAL DO CONVENIO (GERAFATURACONVENIO).
            PERFORM 1950-BUSCA-CONVENIO THRU 1950-FIM
            SUBTRACT WS-PARTE-EMPRESA FROM WS-VALOR-ATUAL
      * CREDITO DO ALUNO REDUZ O VALOR COBRADO; COBERTA INTEIRA (PELO
      * CREDITO, PELO PROGRAMA OU PELA EMPRESA), A MENSALIDADE JA
      * NASCE PAGA (SEM VALOR PAGO EM CAIXA).
            PERFORM 1500-APLICA-CREDITO THRU 1500-FIM
            COMPUTE MEN-VALOR = WS-VALOR-ATUAL - WS-CREDITO-USADO
            MOVE ZEROS TO MEN-DESC-PONTUAL
            IF MEN-VALOR > ZEROS
                MOVE 'P' TO WS-DSC-TIPO-ALVO
                PERFORM 1800-RESOLVE-DESCONTO THRU 1800-FIM
                IF WS-DESC-PERMITIDO = 1
                    COMPUTE MEN-DESC-PONTUAL ROUNDED =
                        MEN-VALOR * WS-PERC-DESC / 100
                END-IF
            END-IF
            MOVE WS-DESC-BOLSA TO MEN-DESC-BOLSA
            MOVE WS-DESC-IRMAO TO MEN-DESC-IRMAO
            MOVE ZEROS TO MEN-DT-PAGAMENTO
            MOVE ZEROS TO MEN-VALOR-PAGO
            IF MEN-VALOR = ZEROS
               AND (WS-CREDITO-USADO > ZEROS
                    OR WS-PARTE-FINANCIADA > ZEROS
                    OR WS-PARTE-EMPRESA > ZEROS)
                MOVE 'P' TO MEN-SITUACAO
                MOVE WS-DATA-HOJE TO MEN-DT-PAGAMENTO
            ELSE
                MOVE 'A' TO MEN-SITUACAO
            END-IF
            MOVE ZEROS TO MEN-MULTA
            MOVE SPACE TO MEN-TIPO
            MOVE ZEROS TO MEN-ACORDO-ID
            MOVE SPACES TO MEN-PIX-TXID
            MOVE WS-LOTE-FATURAMENTO TO MEN-LOTE-FATURAMENTO
            WRITE REG-MENSALIDADE
                INVALID KEY
                    PERFORM 3100-CLASSIFICA-COLISAO THRU 3100-FIM
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-NOVAS
                    IF MEN-DESC-IRMAO > ZEROS
                        ADD 1 TO WS-QTD-COM-IRMAO
                        ADD MEN-DESC-IRMAO TO WS-TOT-DESC-IRMAO
                    END-IF
                    IF MEN-DESC-PONTUAL > ZEROS
                        ADD 1 TO WS-QTD-COM-PONTUAL
                        ADD MEN-DESC-PONTUAL TO WS-TOT-DESC-PONTUAL
                    END-IF
                    IF WS-CREDITO-USADO > ZEROS
                        PERFORM 1600-LANCA-USO-CREDITO THRU 1600-FIM
                    END-IF
                    IF WS-PARTE-FINANCIADA > ZEROS
                        PERFORM 1980-GRAVA-RECEBIVEL THRU 1980-FIM
                    END-IF
                    IF WS-PARTE-EMPRESA > ZEROS
                        PERFORM 1960-GRAVA-PARCELA-EMPRESA
                             THRU 1960-FIM
                    END-IF
            END-WRITE.
       3000-FIM.
            EXIT.
                    GO TO 3100-FIM
            END-READ
            IF MEN-TIPO-MENSALIDADE
      * GERADA POR ESTE MESMO LOTE ANTES DA INTERRUPCAO (RESTART)
                IF MEN-LOTE-FATURAMENTO = WS-LOTE-FATURAMENTO
                    ADD 1 TO WS-QTD-NOVAS
                ELSE
                    ADD 1 TO WS-QTD-EXISTENTES
                END-IF
            ELSE
                ADD 1 TO WS-QTD-COLISOES
                DISPLAY 'COLISAO DE CHAVE - ALUNO ' MEN-CD-STUDENT
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3500-ATUALIZA-CHECKPOINT  --  A CADA WS-INTERVALO-CKPT
      *                                 ESTUDANTES LIDOS, GRAVA O ULTIMO
      *                                 CD-STUDENT PROCESSADO DO LOTE.
      ******************************************************************
       3500-ATUALIZA-CHECKPOINT.
            ADD 1 TO WS-CONT-DESDE-CKPT
            IF WS-CONT-DESDE-CKPT >= WS-INTERVALO-CKPT
                MOVE CD-STUDENT TO WS-ULTIMO-CD-PROCESSADO
                PERFORM 3600-GRAVA-CHECKPOINT THRU 3600-FIM
                MOVE ZEROS TO WS-CONT-DESDE-CKPT
            END-IF.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 3600-GRAVA-CHECKPOINT  --  REGRAVA O CHECKPOINT COM O LOTE, O
      *                              WS-ULTIMO-CD-PROCESSADO E AS
      *                              CONTAGENS (CD ZERO = LOTE
      *                              CONCLUIDO).
      ******************************************************************
       3600-GRAVA-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE
            MOVE WS-LOTE-FATURAMENTO     TO CKPT-LOTE
            MOVE WS-COMPETENCIA          TO CKPT-COMPETENCIA
            MOVE WS-ULTIMO-CD-PROCESSADO TO CKPT-CD-STUDENT
            MOVE WS-QTD-ATIVOS           TO CKPT-QTD-ATIVOS
            MOVE WS-QTD-NOVAS            TO CKPT-QTD-NOVAS
            MOVE WS-QTD-TRANCADOS        TO CKPT-QTD-TRANCADOS
            MOVE WS-QTD-EXISTENTES       TO CKPT-QTD-EXISTENTES
            MOVE WS-QTD-COLISOES         TO CKPT-QTD-COLISOES
            MOVE WS-QTD-SEM-VALOR        TO CKPT-QTD-SEM-VALOR
            WRITE CKPT-LINHA
            CLOSE CHECKPOINT-FILE.
       3600-FIM.
            EXIT.

      ******************************************************************
      * 3700-CONCLUI-LOTE  --  REGISTRA A CONCLUSAO DO LOTE (A PARTIR
      *                          DAQUI A COMPETENCIA ESTA FATURADA E O
      *                          LOTE PODE SER REMETIDO) E ZERA O
      *                          CHECKPOINT. SEM O REGISTRO, O LOTE
      *                          CONTINUA INTERROMPIDO: RC=8 E O RESTART
      *                          O CONCLUI.
      ******************************************************************
       3700-CONCLUI-LOTE.
            MOVE 'C' TO WS-EVENTO-LOTE
            PERFORM 1080-REGISTRA-EVENTO THRU 1080-FIM
            IF LOTE-RECUSADO
                DISPLAY 'CONCLUSAO DO LOTE ' WS-LOTE-FATURAMENTO
                        ' NAO REGISTRADA - RETOME O JOB COM RESTART.'
                MOVE 8 TO RETURN-CODE
                GO TO 3700-FIM
            END-IF
            MOVE ZEROS TO WS-ULTIMO-CD-PROCESSADO
            PERFORM 3600-GRAVA-CHECKPOINT THRU 3600-FIM.
       3700-FIM.
            EXIT.

       END PROGRAM GERAMENSALIDADE.
