      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:INTERFACE DE EMISSAO DE CARTEIRINHAS DE ESTUDANTE PARA
      *         A GRAFICA CONTRATADA: SELECIONA (1) OS PEDIDOS DE
      *         SEGUNDA VIA DA SECRETARIA (PEDIDOS_CARTEIRINHA.TXT),
      *         (2) OS ALUNOS ATIVOS SEM CARTAO ATIVO (PRIMEIRA VIA) E
      *         (3) OS ALUNOS ATIVOS CUJO CARTAO VENCE EM ATE
      *         DD_CARTEIRINHA_AVISO_DIAS DIAS (PADRAO 30 - RENOVACAO).
      *         CADA CARTAO RECEBE NUMERO NA SERIE CARTEIRA DO
      *         GERATICKET, VALIDADE DD_CARTEIRINHA_VALIDADE (PADRAO
      *         31/03 DO ANO SEGUINTE), REFERENCIA DA FOTO E CODIGO DE
      *         BARRAS (ALUNO + NUMERO + DIGITO MODULO 10), E SAI NO
      *         LAYOUT FIXO DA GRAFICA (HEADER 0, DETALHE 1, TRAILER
      *         9). O REGISTRO DE CARTEIRINHAS (FD_CARTEIRINHA) GUARDA
      *         NUMERO, EMISSAO, VALIDADE E SITUACAO; O CARTAO
      *         SUBSTITUIDO FICA R (RENOVADO) OU C (CANCELADO, NA
      *         SEGUNDA VIA - NUMERO INVALIDADO). A SEGUNDA VIA COBRA A
      *         TAXA DD_TAXA_SEGUNDA_VIA_CART (PADRAO CART) DA TABELA
      *         DE TAXAS PELA REGRA DO LANCATAXA (ITEM MEN-TIPO T NO
      *         PRIMEIRO SLOT LIVRE DA FAIXA 41-99, TRILHA $); SEM
      *         TAXA ATIVA NA TABELA O PEDIDO FICA PENDENTE, E A TAXA
      *         QUE NAO ENTRA (FAIXA ESGOTADA) VAI PARA O LOG CENTRAL
      *         (RC=4 NOS DOIS CASOS).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a secretaria remontava a planilha da
      *               grafica a cada periodo.
      * 15/10/26 RMS  Item novo de mensalidade nasce sem cobranca PIX
      *               (MEN-PIX-TXID em branco) - o GERACOBRANCAPIX
      *               atribui o identificador.
      * 15/10/26 RMS  Item novo nasce sem descontos comerciais
      *               (MEN-DESC-BOLSA/IRMAO/PONTUAL zerados).
      * 15/10/26 RMS  A carteirinha passou a sair com o nome social
      *               quando registrado (RESOLVENOME).
      * 15/10/26 RMS  Item gravado sem lote de faturamento (MEN-LOTE-
      *               FATURAMENTO em branco): o lote e so das
      *               mensalidades geradas pelo GERAMENSALIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTACARTEIRINHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT CARTEIRINHAS ASSIGN TO DYNAMIC WS-CRT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRT-FS.

           SELECT PEDIDOS-CARTEIRINHA ASSIGN TO DYNAMIC WS-PCR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PCR-FS.

           SELECT INTERFACE-GRAFICA ASSIGN TO DYNAMIC WS-GRF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRF-FS.

           SELECT TABELA-TAXA ASSIGN TO DYNAMIC WS-TXA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TXA-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD CARTEIRINHAS.
          COPY FD_CARTEIRINHA.

       FD PEDIDOS-CARTEIRINHA.
          COPY FD_PEDIDO_CARTEIRINHA.

       FD INTERFACE-GRAFICA.
       01 GRF-LINHA                    PIC X(120).

       FD TABELA-TAXA.
          COPY FD_TABELA_TAXA.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-CRT-DD                PIC X(100) VALUE SPACES.
       01 WS-PCR-DD                PIC X(100) VALUE SPACES.
       01 WS-GRF-DD                PIC X(100) VALUE SPACES.
       01 WS-TXA-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CRT-FS                PIC XX VALUE SPACES.
          88 CRT-FS-OK             VALUE '00'.
       77 WS-PCR-FS                PIC XX VALUE SPACES.
          88 PCR-FS-OK             VALUE '00'.
       77 WS-GRF-FS                PIC XX VALUE SPACES.
          88 GRF-FS-OK             VALUE '00'.
       77 WS-TXA-FS                PIC XX VALUE SPACES.
          88 TXA-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CRT-EOF               PIC X VALUE 'N'.
          88 CRT-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PCR-EOF               PIC X VALUE 'N'.
          88 PCR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TXA-EOF               PIC X VALUE 'N'.
          88 TXA-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA          PIC 9(04).
          03 WS-HOJE-MMDD          PIC 9(04).
       77 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77 WS-DT-VALIDADE           PIC 9(08) VALUE ZEROS.
       77 WS-VALIDADE-TXT          PIC X(08) VALUE SPACES.
       77 WS-AVISO-DIAS            PIC 9(03) VALUE 30.
       77 WS-AVISO-TXT             PIC X(03) VALUE SPACES.

       77 WS-COD-TAXA              PIC X(04) VALUE SPACES.
       77 WS-VALOR-TAXA            PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-TAXA-ATIVA            PIC 9 VALUE 0.
          88 TAXA-SEGUNDA-VIA-ATIVA VALUE 1.
       77 WS-MEN-ABERTO            PIC 9 VALUE 0.
          88 MENSALIDADES-ABERTO   VALUE 1.
       77 WS-COMP-TAXA             PIC 9(06) VALUE ZEROS.
       77 WS-MES-TAXA              PIC 9(02) VALUE ZEROS.
       77 WS-GRAVOU                PIC 9 VALUE 0.

      * REGISTRO DE CARTEIRINHAS EM MEMORIA, REGRAVADO NO FINAL
       01 WS-TABELA-CARTOES.
          05 WS-QTD-CRT            PIC 9(04) VALUE 0.
          05 WS-CRT-TAB OCCURS 3000 TIMES.
             10 WS-CRT-NUMERO      PIC 9(09).
             10 WS-CRT-CD          PIC 9(05).
             10 WS-CRT-EMISSAO     PIC 9(08).
             10 WS-CRT-VALIDADE    PIC 9(08).
             10 WS-CRT-SITUACAO    PIC X(01).
             10 WS-CRT-TIPO        PIC X(01).
             10 WS-CRT-ANTERIOR    PIC 9(09).
       77 WS-MAX-CRT               PIC 9(04) VALUE 3000.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-POS-ATIVO             PIC 9(04) VALUE ZEROS.
       77 WS-EMISSAO-INTERROMPIDA  PIC 9 VALUE 0.
          88 EMISSAO-INTERROMPIDA  VALUE 1.
       77 WS-PEDIDO-ATENDIDO       PIC 9 VALUE 0.

      * CARTAO A EMITIR
       77 WS-TIPO-EMISSAO          PIC X(01) VALUE SPACE.
       77 WS-NUMERO                PIC 9(09) VALUE ZEROS.
       77 WS-NUMERO-ANTERIOR       PIC 9(09) VALUE ZEROS.
       01 WS-CODIGO-BARRAS.
          03 WS-CB-CD-STUDENT      PIC 9(05).
          03 WS-CB-NUMERO          PIC 9(09).
          03 WS-CB-DV              PIC 9(01).
       01 FILLER REDEFINES WS-CODIGO-BARRAS.
          03 WS-CB-DIGITO          PIC 9(01) OCCURS 15 TIMES.
       77 WS-CB-SOMA               PIC 9(04) VALUE ZEROS.
       77 WS-CB-PARCELA            PIC 9(02) VALUE ZEROS.
       77 WS-CB-PESO               PIC 9(01) VALUE ZEROS.
       77 WS-CB-IDX                PIC 9(02) VALUE ZEROS.

       77 WS-QTD-PRIMEIRA          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RENOVACAO         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEGUNDA           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PEDIDO-PENDENTE   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DETALHES          PIC 9(06) VALUE ZEROS.

      * LAYOUT FIXO DA GRAFICA (0 = HEADER, 1 = DETALHE, 9 = TRAILER)
       01 WS-GRF-HEADER.
          03 GH-TIPO               PIC X(01) VALUE '0'.
          03 GH-DT-GERACAO         PIC 9(08).
          03 GH-REMETENTE          PIC X(20) VALUE 'ESCOLA'.
          03 FILLER                PIC X(91) VALUE SPACES.
       01 WS-GRF-DETALHE.
          03 GD-TIPO               PIC X(01) VALUE '1'.
          03 GD-NUMERO-CARTAO      PIC 9(09).
          03 GD-CD-STUDENT         PIC 9(05).
          03 GD-NM-STUDENT         PIC X(20).
          03 GD-COURSE-CODE        PIC X(05).
          03 GD-DT-VALIDADE        PIC 9(08).
          03 GD-FOTO               PIC X(20).
          03 GD-CODIGO-BARRAS      PIC X(15).
          03 GD-TIPO-EMISSAO       PIC X(01).
          03 GD-NUMERO-ANTERIOR    PIC 9(09).
          03 FILLER                PIC X(27) VALUE SPACES.
       01 WS-GRF-TRAILER.
          03 GT-TIPO               PIC X(01) VALUE '9'.
          03 GT-QTD                PIC 9(06).
          03 FILLER                PIC X(113) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXPORTACARTEIRINHA - CARTOES PARA A GRAFICA *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE 'EXPORTACARTEIRINHA' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'EXPORTACARTEIRINHA JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-CRT-DD FROM ENVIRONMENT 'DD_CARTEIRINHAS'
            IF WS-CRT-DD = SPACES
                MOVE 'CARTEIRINHAS.TXT' TO WS-CRT-DD
            END-IF
            ACCEPT WS-PCR-DD FROM ENVIRONMENT 'DD_PEDIDOS_CARTEIRINHA'
            IF WS-PCR-DD = SPACES
                MOVE 'PEDIDOS_CARTEIRINHA.TXT' TO WS-PCR-DD
            END-IF
            ACCEPT WS-GRF-DD FROM ENVIRONMENT 'DD_CARTEIRINHA_GRAFICA'
            IF WS-GRF-DD = SPACES
                MOVE 'CARTEIRINHA_GRAFICA.TXT' TO WS-GRF-DD
            END-IF
            ACCEPT WS-TXA-DD FROM ENVIRONMENT 'DD_TABELA_TAXA'
            IF WS-TXA-DD = SPACES
                MOVE 'TABELA_TAXA.TXT' TO WS-TXA-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-COD-TAXA FROM ENVIRONMENT
                   'DD_TAXA_SEGUNDA_VIA_CART'
            IF WS-COD-TAXA = SPACES
                MOVE 'CART' TO WS-COD-TAXA
            END-IF
            ACCEPT WS-AVISO-TXT FROM ENVIRONMENT
                   'DD_CARTEIRINHA_AVISO_DIAS'
            IF WS-AVISO-TXT NOT = SPACES AND WS-AVISO-TXT NUMERIC
                MOVE WS-AVISO-TXT TO WS-AVISO-DIAS
            END-IF
            COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                + WS-AVISO-DIAS)
            ACCEPT WS-VALIDADE-TXT FROM ENVIRONMENT
                   'DD_CARTEIRINHA_VALIDADE'
            IF WS-VALIDADE-TXT NUMERIC
                MOVE WS-VALIDADE-TXT TO WS-DT-VALIDADE
            ELSE
                COMPUTE WS-DT-VALIDADE =
                    (WS-HOJE-AAAA + 1) * 10000 + 0331
            END-IF
            IF WS-DT-VALIDADE NOT > WS-DATA-LIMITE
                DISPLAY 'VALIDADE ' WS-DT-VALIDADE ' NAO PASSA DO '
                        'PRAZO DE RENOVACAO - JOB RECUSADO.'
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'DD_CARTEIRINHA_VALIDADE ANTERIOR AO PRAZO DE '
                  &  'RENOVACAO' TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 1000-CARREGA-CARTOES THRU 1000-FIM
            IF EMISSAO-INTERROMPIDA
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1100-CARREGA-TAXA THRU 1100-FIM

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ARQUIVO DE ESTUDANTES INDISPONIVEL ('
                        WS-STUDENT-DD ') - FILE STATUS: ' WS-EST-FS
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ESTUDANTE INDISPONIVEL PARA AS CARTEIRINHAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN OUTPUT INTERFACE-GRAFICA
            MOVE WS-DATA-HOJE TO GH-DT-GERACAO
            MOVE WS-GRF-HEADER TO GRF-LINHA
            WRITE GRF-LINHA

            PERFORM 2000-PROCESSA-PEDIDOS THRU 2000-FIM

            MOVE ZEROS TO CD-STUDENT
            START ESTUDANTE KEY >= CD-STUDENT
                INVALID KEY
                    MOVE 'F' TO WS-EST-EOF
            END-START
            PERFORM UNTIL EST-FIM-ARQUIVO OR EMISSAO-INTERROMPIDA
                READ ESTUDANTE NEXT
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF STUDENT-ATIVO
                            PERFORM 3000-SELECIONA-ALUNO THRU 3000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE
            IF MENSALIDADES-ABERTO
                CLOSE MENSALIDADES
            END-IF

            MOVE WS-QTD-DETALHES TO GT-QTD
            MOVE WS-GRF-TRAILER TO GRF-LINHA
            WRITE GRF-LINHA
            CLOSE INTERFACE-GRAFICA

            PERFORM 7000-GRAVA-CARTOES THRU 7000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DAS CARTEIRINHAS ***'
            DISPLAY 'PRIMEIRAS VIAS..........: ' WS-QTD-PRIMEIRA
            DISPLAY 'RENOVACOES..............: ' WS-QTD-RENOVACAO
            DISPLAY 'SEGUNDAS VIAS...........: ' WS-QTD-SEGUNDA
            DISPLAY 'PEDIDOS NAO ATENDIDOS...: ' WS-QTD-PEDIDO-PENDENTE
            DISPLAY 'CARTOES PARA A GRAFICA..: ' WS-QTD-DETALHES
            DISPLAY 'ARQUIVO DA GRAFICA......: ' WS-GRF-DD
            IF EMISSAO-INTERROMPIDA
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-QTD-PEDIDO-PENDENTE > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
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
      * 1000-CARREGA-CARTOES  --  CARREGA O REGISTRO DE CARTEIRINHAS.
      *                             REGISTRO ALEM DA TABELA RECUSA O
      *                             JOB: REGRAVAR A CARGA TRUNCADA
      *                             APAGARIA CARTOES.
      ******************************************************************
       1000-CARREGA-CARTOES.
            MOVE 0 TO WS-QTD-CRT
            OPEN INPUT CARTEIRINHAS
            IF NOT CRT-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-CRT-EOF
            PERFORM UNTIL CRT-FIM-ARQUIVO
                READ CARTEIRINHAS
                    AT END
                        MOVE 'F' TO WS-CRT-EOF
                    NOT AT END
                        IF WS-QTD-CRT >= WS-MAX-CRT
                            MOVE 1 TO WS-EMISSAO-INTERROMPIDA
                            MOVE 'F' TO WS-CRT-EOF
                        ELSE
                            ADD 1 TO WS-QTD-CRT
                            MOVE CRT-NUMERO TO
                                 WS-CRT-NUMERO(WS-QTD-CRT)
                            MOVE CRT-CD-STUDENT TO
                                 WS-CRT-CD(WS-QTD-CRT)
                            MOVE CRT-DT-EMISSAO TO
                                 WS-CRT-EMISSAO(WS-QTD-CRT)
                            MOVE CRT-DT-VALIDADE TO
                                 WS-CRT-VALIDADE(WS-QTD-CRT)
                            MOVE CRT-SITUACAO TO
                                 WS-CRT-SITUACAO(WS-QTD-CRT)
                            MOVE CRT-TIPO-EMISSAO TO
                                 WS-CRT-TIPO(WS-QTD-CRT)
                            MOVE CRT-NUMERO-ANTERIOR TO
                                 WS-CRT-ANTERIOR(WS-QTD-CRT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARTEIRINHAS
            IF EMISSAO-INTERROMPIDA
                DISPLAY 'REGISTRO DE CARTEIRINHAS ALEM DE ' WS-MAX-CRT
                        ' CARTOES - JOB RECUSADO.'
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '1000-CARREGA-CARTOES' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'REGISTRO DE CARTEIRINHAS ALEM DA TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-TAXA  --  LOCALIZA A TAXA DE SEGUNDA VIA NA TABELA
      *                          DO LANCATAXA (SITUACAO E VALOR).
      ******************************************************************
       1100-CARREGA-TAXA.
            MOVE 0 TO WS-TAXA-ATIVA
            OPEN INPUT TABELA-TAXA
            IF NOT TXA-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-TXA-EOF
            PERFORM UNTIL TXA-FIM-ARQUIVO
                READ TABELA-TAXA
                    AT END
                        MOVE 'F' TO WS-TXA-EOF
                    NOT AT END
                        IF TXA-CODIGO = WS-COD-TAXA AND TXA-ATIVA
                           AND TXA-VALOR > 0
                            MOVE 1 TO WS-TAXA-ATIVA
                            MOVE TXA-VALOR TO WS-VALOR-TAXA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TABELA-TAXA.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-PEDIDOS  --  ATENDE OS PEDIDOS DE SEGUNDA VIA:
      *                              ALUNO ATIVO, PEDIDO AINDA NAO
      *                              ATENDIDO, TAXA LANCADA - ENTAO
      *                              EMITE O CARTAO E CANCELA O
      *                              ANTERIOR. PEDIDO RECUSADO E
      *                              LISTADO E CONTA COMO PENDENTE.
      ******************************************************************
       2000-PROCESSA-PEDIDOS.
            OPEN INPUT PEDIDOS-CARTEIRINHA
            IF NOT PCR-FS-OK
                DISPLAY 'SEM PEDIDOS DE SEGUNDA VIA (' WS-PCR-DD ').'
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-PCR-EOF
            PERFORM UNTIL PCR-FIM-ARQUIVO OR EMISSAO-INTERROMPIDA
                READ PEDIDOS-CARTEIRINHA
                    AT END
                        MOVE 'F' TO WS-PCR-EOF
                    NOT AT END
                        PERFORM 2100-ATENDE-PEDIDO THRU 2100-FIM
                END-READ
            END-PERFORM
            CLOSE PEDIDOS-CARTEIRINHA.
       2000-FIM.
            EXIT.

       2100-ATENDE-PEDIDO.
            IF PCR-CD-STUDENT NOT NUMERIC
               OR PCR-DT-PEDIDO NOT NUMERIC
                DISPLAY 'PEDIDO INVALIDO IGNORADO: '
                        REG-PEDIDO-CARTEIRINHA
                ADD 1 TO WS-QTD-PEDIDO-PENDENTE
                GO TO 2100-FIM
            END-IF

      * PEDIDO JA ATENDIDO EM EXECUCAO ANTERIOR NAO GERA OUTRO CARTAO
            MOVE 0 TO WS-PEDIDO-ATENDIDO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CRT
                IF WS-CRT-CD(WS-IDX) = PCR-CD-STUDENT
                   AND WS-CRT-TIPO(WS-IDX) = 'S'
                   AND WS-CRT-EMISSAO(WS-IDX) NOT < PCR-DT-PEDIDO
                    MOVE 1 TO WS-PEDIDO-ATENDIDO
                END-IF
            END-PERFORM
            IF WS-PEDIDO-ATENDIDO = 1
                GO TO 2100-FIM
            END-IF

            MOVE PCR-CD-STUDENT TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'PEDIDO DE SEGUNDA VIA DO ALUNO '
                            PCR-CD-STUDENT ' - NAO CADASTRADO.'
                    ADD 1 TO WS-QTD-PEDIDO-PENDENTE
                    GO TO 2100-FIM
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'PEDIDO DE SEGUNDA VIA DO ALUNO '
                        PCR-CD-STUDENT ' - ALUNO NAO ATIVO ('
                        STUDENT-STATUS ').'
                ADD 1 TO WS-QTD-PEDIDO-PENDENTE
                GO TO 2100-FIM
            END-IF
            IF NOT TAXA-SEGUNDA-VIA-ATIVA
                DISPLAY 'PEDIDO DE SEGUNDA VIA DO ALUNO '
                        PCR-CD-STUDENT ' - TAXA ' WS-COD-TAXA
                        ' AUSENTE OU INATIVA NA TABELA.'
                ADD 1 TO WS-QTD-PEDIDO-PENDENTE
                GO TO 2100-FIM
            END-IF

            PERFORM 2200-LOCALIZA-ATIVO THRU 2200-FIM
            MOVE 'S' TO WS-TIPO-EMISSAO
            PERFORM 4000-EMITE-CARTAO THRU 4000-FIM
            IF WS-NUMERO = 0
                ADD 1 TO WS-QTD-PEDIDO-PENDENTE
                GO TO 2100-FIM
            END-IF
            ADD 1 TO WS-QTD-SEGUNDA

      * O CARTAO JA FOI PARA A GRAFICA: TAXA QUE NAO ENTRA FICA NO LOG
      * PARA A TESOURARIA LANCAR PELO LANCATAXA
            PERFORM 2500-LANCA-TAXA THRU 2500-FIM
            IF WS-GRAVOU = 0
                ADD 1 TO WS-QTD-PEDIDO-PENDENTE
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '2100-ATENDE-PEDIDO' TO LOG-PARAGRAFO
                                            OF WS-LOG-PARM
                STRING 'SEGUNDA VIA ' WS-NUMERO ' DO ALUNO '
                       CD-STUDENT ' SEM TAXA LANCADA'
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-LOCALIZA-ATIVO  --  POSICAO DO CARTAO ATIVO DO ALUNO NO
      *                            REGISTRO (ZERO QUANDO NAO HA).
      ******************************************************************
       2200-LOCALIZA-ATIVO.
            MOVE 0 TO WS-POS-ATIVO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CRT
                IF WS-CRT-CD(WS-IDX) = CD-STUDENT
                   AND WS-CRT-SITUACAO(WS-IDX) = 'A'
                    MOVE WS-IDX TO WS-POS-ATIVO
                END-IF
            END-PERFORM.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2500-LANCA-TAXA  --  LANCA A TAXA DE SEGUNDA VIA COMO ITEM
      *                        MEN-TIPO T NO PRIMEIRO SLOT LIVRE DA
      *                        FAIXA DE TAXAS (MES 41-99 DO ANO
      *                        CORRENTE), COMO O LANCATAXA.
      ******************************************************************
       2500-LANCA-TAXA.
            MOVE 0 TO WS-GRAVOU
            IF NOT MENSALIDADES-ABERTO
                OPEN I-O MENSALIDADES
                IF NOT MEN-FS-OK
                    OPEN OUTPUT MENSALIDADES
                    CLOSE MENSALIDADES
                    OPEN I-O MENSALIDADES
                END-IF
                IF NOT MEN-FS-OK
                    DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                            ') - TAXA DE SEGUNDA VIA NAO LANCADA.'
                    GO TO 2500-FIM
                END-IF
                MOVE 1 TO WS-MEN-ABERTO
            END-IF

            PERFORM VARYING WS-MES-TAXA FROM 41 BY 1
                    UNTIL WS-MES-TAXA > 99 OR WS-GRAVOU = 1
                COMPUTE WS-COMP-TAXA = WS-HOJE-AAAA * 100
                    + WS-MES-TAXA
                MOVE CD-STUDENT TO MEN-CD-STUDENT
                MOVE WS-COMP-TAXA TO MEN-COMPETENCIA
                MOVE WS-VALOR-TAXA TO MEN-VALOR
                MOVE WS-DATA-HOJE TO MEN-DT-VENCIMENTO
                MOVE 'A' TO MEN-SITUACAO
                MOVE ZEROS TO MEN-DT-PAGAMENTO
                MOVE ZEROS TO MEN-VALOR-PAGO
                MOVE ZEROS TO MEN-MULTA
                MOVE 'T' TO MEN-TIPO
                MOVE ZEROS TO MEN-ACORDO-ID
                MOVE SPACES TO MEN-PIX-TXID
                MOVE ZEROS TO MEN-DESC-BOLSA
                MOVE ZEROS TO MEN-DESC-IRMAO
                MOVE ZEROS TO MEN-DESC-PONTUAL
                MOVE SPACES TO MEN-LOTE-FATURAMENTO
                WRITE REG-MENSALIDADE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO WS-GRAVOU
                END-WRITE
            END-PERFORM

            IF WS-GRAVOU = 0
                DISPLAY 'SEGUNDA VIA DO ALUNO ' CD-STUDENT
                        ' - FAIXA DE TAXAS DO ANO ESGOTADA.'
                GO TO 2500-FIM
            END-IF

            MOVE CAB-OPERADOR OF WS-CAB-PARM TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'TAXA-CARTEIRA' TO AUD-CAMPO
            MOVE WS-COD-TAXA TO AUD-VALOR-ANTIGO
            MOVE WS-COMP-TAXA TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 3000-SELECIONA-ALUNO  --  ALUNO ATIVO SEM CARTAO ATIVO RECEBE A
      *                             PRIMEIRA VIA; COM CARTAO VENCENDO
      *                             ATE A DATA LIMITE, A RENOVACAO.
      ******************************************************************
       3000-SELECIONA-ALUNO.
            PERFORM 2200-LOCALIZA-ATIVO THRU 2200-FIM
            IF WS-POS-ATIVO = 0
                MOVE 'N' TO WS-TIPO-EMISSAO
                PERFORM 4000-EMITE-CARTAO THRU 4000-FIM
                IF WS-NUMERO > 0
                    ADD 1 TO WS-QTD-PRIMEIRA
                END-IF
                GO TO 3000-FIM
            END-IF
            IF WS-CRT-VALIDADE(WS-POS-ATIVO) NOT > WS-DATA-LIMITE
                MOVE 'R' TO WS-TIPO-EMISSAO
                PERFORM 4000-EMITE-CARTAO THRU 4000-FIM
                IF WS-NUMERO > 0
                    ADD 1 TO WS-QTD-RENOVACAO
                END-IF
            END-IF.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-EMITE-CARTAO  --  RESERVA O NUMERO NA SERIE CARTEIRA,
      *                          ACRESCENTA O CARTAO AO REGISTRO,
      *                          MARCA O ANTERIOR (R NA RENOVACAO, C NA
      *                          SEGUNDA VIA) E GRAVA O DETALHE DA
      *                          GRAFICA. ESPERA O ESTUDANTE LIDO E
      *                          WS-POS-ATIVO POSICIONADO.
      ******************************************************************
       4000-EMITE-CARTAO.
            MOVE ZEROS TO WS-NUMERO
            IF WS-QTD-CRT >= WS-MAX-CRT
                MOVE 1 TO WS-EMISSAO-INTERROMPIDA
                DISPLAY 'REGISTRO DE CARTEIRINHAS CHEIO - EMISSAO '
                        'INTERROMPIDA NO ALUNO ' CD-STUDENT '.'
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '4000-EMITE-CARTAO' TO LOG-PARAGRAFO
                                           OF WS-LOG-PARM
                MOVE 'REGISTRO DE CARTEIRINHAS CHEIO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 4000-FIM
            END-IF

            MOVE 'CARTEIRA' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                MOVE 1 TO WS-EMISSAO-INTERROMPIDA
                DISPLAY 'NUMERO DE CARTEIRINHA INDISPONIVEL - EMISSAO '
                        'INTERROMPIDA NO ALUNO ' CD-STUDENT '.'
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '4000-EMITE-CARTAO' TO LOG-PARAGRAFO
                                           OF WS-LOG-PARM
                MOVE 'SERIE CARTEIRA DO GERATICKET INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 4000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-NUMERO

            MOVE ZEROS TO WS-NUMERO-ANTERIOR
            IF WS-POS-ATIVO > 0
                MOVE WS-CRT-NUMERO(WS-POS-ATIVO) TO WS-NUMERO-ANTERIOR
                IF WS-TIPO-EMISSAO = 'S'
                    MOVE 'C' TO WS-CRT-SITUACAO(WS-POS-ATIVO)
                    MOVE CAB-OPERADOR OF WS-CAB-PARM TO AUD-OPERADOR
                    MOVE 'A' TO AUD-COD-TRANS
                    MOVE CD-STUDENT TO AUD-CD-STUDENT
                    MOVE 'CARTEIRINHA' TO AUD-CAMPO
                    MOVE WS-NUMERO-ANTERIOR TO AUD-VALOR-ANTIGO
                    MOVE WS-NUMERO TO AUD-VALOR-NOVO
                    CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
                ELSE
                    MOVE 'R' TO WS-CRT-SITUACAO(WS-POS-ATIVO)
                END-IF
            END-IF

            ADD 1 TO WS-QTD-CRT
            MOVE WS-NUMERO TO WS-CRT-NUMERO(WS-QTD-CRT)
            MOVE CD-STUDENT TO WS-CRT-CD(WS-QTD-CRT)
            MOVE WS-DATA-HOJE TO WS-CRT-EMISSAO(WS-QTD-CRT)
            MOVE WS-DT-VALIDADE TO WS-CRT-VALIDADE(WS-QTD-CRT)
            MOVE 'A' TO WS-CRT-SITUACAO(WS-QTD-CRT)
            MOVE WS-TIPO-EMISSAO TO WS-CRT-TIPO(WS-QTD-CRT)
            MOVE WS-NUMERO-ANTERIOR TO WS-CRT-ANTERIOR(WS-QTD-CRT)

            MOVE CD-STUDENT TO WS-CB-CD-STUDENT
            MOVE WS-NUMERO TO WS-CB-NUMERO
            PERFORM 4100-CALCULA-DV THRU 4100-FIM

            MOVE WS-NUMERO TO GD-NUMERO-CARTAO
            MOVE CD-STUDENT TO GD-CD-STUDENT
            MOVE CD-STUDENT TO NOM-P-CD-STUDENT
            MOVE NM-STUDENT TO NOM-P-NM-CIVIL
            CALL 'RESOLVENOME' USING WS-NOM-PARM
            MOVE NOM-P-NOME TO GD-NM-STUDENT
            MOVE COURSE-CODE TO GD-COURSE-CODE
            MOVE WS-DT-VALIDADE TO GD-DT-VALIDADE
            MOVE SPACES TO GD-FOTO
            STRING 'FOTO' CD-STUDENT '.JPG'
                   DELIMITED BY SIZE INTO GD-FOTO
            END-STRING
            MOVE WS-CODIGO-BARRAS TO GD-CODIGO-BARRAS
            MOVE WS-TIPO-EMISSAO TO GD-TIPO-EMISSAO
            MOVE WS-NUMERO-ANTERIOR TO GD-NUMERO-ANTERIOR
            MOVE WS-GRF-DETALHE TO GRF-LINHA
            WRITE GRF-LINHA
            ADD 1 TO WS-QTD-DETALHES.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-CALCULA-DV  --  DIGITO VERIFICADOR DO CODIGO DE BARRAS
      *                        (MODULO 10, PESOS 2 E 1 ALTERNADOS DA
      *                        DIREITA PARA A ESQUERDA, SOMANDO OS
      *                        DIGITOS DE CADA PRODUTO).
      ******************************************************************
       4100-CALCULA-DV.
            MOVE ZEROS TO WS-CB-SOMA
            MOVE 2 TO WS-CB-PESO
            PERFORM VARYING WS-CB-IDX FROM 14 BY -1
                    UNTIL WS-CB-IDX < 1
                COMPUTE WS-CB-PARCELA =
                        WS-CB-DIGITO(WS-CB-IDX) * WS-CB-PESO
                IF WS-CB-PARCELA > 9
                    SUBTRACT 9 FROM WS-CB-PARCELA
                END-IF
                ADD WS-CB-PARCELA TO WS-CB-SOMA
                IF WS-CB-PESO = 2
                    MOVE 1 TO WS-CB-PESO
                ELSE
                    MOVE 2 TO WS-CB-PESO
                END-IF
            END-PERFORM
            COMPUTE WS-CB-DV =
                    FUNCTION MOD(10 - FUNCTION MOD(WS-CB-SOMA, 10), 10).
       4100-FIM.
            EXIT.

      ******************************************************************
      * 7000-GRAVA-CARTOES  --  REGRAVA O REGISTRO DE CARTEIRINHAS COM
      *                           OS CARTOES EMITIDOS E OS SUBSTITUIDOS
      *                           JA MARCADOS.
      ******************************************************************
       7000-GRAVA-CARTOES.
            OPEN OUTPUT CARTEIRINHAS
            IF NOT CRT-FS-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-CRT-DD
                        ' - FILE STATUS: ' WS-CRT-FS
                MOVE 'EXPORTACARTEIRINHA' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '7000-GRAVA-CARTOES' TO LOG-PARAGRAFO
                                            OF WS-LOG-PARM
                MOVE 'ERRO AO REGRAVAR O REGISTRO DE CARTEIRINHAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CRT
                MOVE WS-CRT-NUMERO(WS-IDX) TO CRT-NUMERO
                MOVE WS-CRT-CD(WS-IDX) TO CRT-CD-STUDENT
                MOVE WS-CRT-EMISSAO(WS-IDX) TO CRT-DT-EMISSAO
                MOVE WS-CRT-VALIDADE(WS-IDX) TO CRT-DT-VALIDADE
                MOVE WS-CRT-SITUACAO(WS-IDX) TO CRT-SITUACAO
                MOVE WS-CRT-TIPO(WS-IDX) TO CRT-TIPO-EMISSAO
                MOVE WS-CRT-ANTERIOR(WS-IDX) TO CRT-NUMERO-ANTERIOR
                WRITE REG-CARTEIRINHA
            END-PERFORM
            CLOSE CARTEIRINHAS.
       7000-FIM.
            EXIT.

       END PROGRAM EXPORTACARTEIRINHA.
