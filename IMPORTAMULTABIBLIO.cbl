      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DAS COBRANCAS DA BIBLIOTECA (MULTA DE ATRASO
      *         E LIVRO PERDIDO - FD_MULTA_BIBLIOTECA) COMO TAXAS
      *         AVULSAS NO ARQUIVO INDEXADO DE MENSALIDADES, PELAS
      *         MESMAS REGRAS DO LANCATAXA: ALUNO CADASTRADO, TAXA DA
      *         TABELA DE TAXAS ATIVA (DD_TAXA_MULTA_BIBLIO, PADRAO
      *         BMUL; DD_TAXA_PERDA_BIBLIO, PADRAO BPER), ITEM MEN-TIPO
      *         T NO PRIMEIRO SLOT LIVRE DA FAIXA DE TAXAS (MES 41-99
      *         DO ANO CORRENTE) E TRILHA VIA GRAVAAUDITORIA (TRANSACAO
      *         $). O VALOR E O INFORMADO PELA BIBLIOTECA (ZERADO, VALE
      *         O DA TABELA). O LOTE EXIGE *H E *T CONFERIDOS ANTES DE
      *         QUALQUER LANCAMENTO E O LOTE ID JA PROCESSADO E
      *         RECUSADO (CONTROLE EM BIBLIOTECA_LOTES.CTL), PARA O
      *         REENVIO DO MESMO ARQUIVO NAO COBRAR DUAS VEZES. REGISTRO
      *         RECUSADO VAI PARA O ARQUIVO DE REJEITADOS NO LAYOUT DE
      *         ENTRADA MAIS O MOTIVO: NCD (ALUNO NAO CADASTRADO), INA
      *         (ALUNO NAO ATIVO), TIP (TIPO DE COBRANCA DESCONHECIDO),
      *         VLR (VALOR INVALIDO), TXA (TAXA AUSENTE OU INATIVA NA
      *         TABELA), FXA (FAIXA DE TAXAS DO ANO ESGOTADA PARA O
      *         ALUNO).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - as multas da biblioteca eram cobradas
      *               em boleto avulso, fora do financeiro.
      * 15/10/26 RMS  Cada taxa lancada passou a ser anotada tambem no
      *               registro das cobrancas da biblioteca
      *               (FD_COBRANCA_BIBLIOTECA), por onde o NADACONSTA
      *               localiza o debito de biblioteca em aberto.
      * 15/10/26 RMS  Item novo de mensalidade nasce sem cobranca PIX
      *               (MEN-PIX-TXID em branco) - o GERACOBRANCAPIX
      *               atribui o identificador.
      * 15/10/26 RMS  Item novo nasce sem descontos comerciais
      *               (MEN-DESC-BOLSA/IRMAO/PONTUAL zerados).
      * 15/10/26 RMS  Item gravado sem lote de faturamento (MEN-LOTE-
      *               FATURAMENTO em branco): o lote e so das
      *               mensalidades geradas pelo GERAMENSALIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAMULTABIBLIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULTAS-BIBLIOTECA ASSIGN TO DYNAMIC WS-MBI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MBI-FS.

           SELECT REJEITADAS ASSIGN TO DYNAMIC WS-REJ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-FS.

           SELECT LOTES-BIBLIOTECA ASSIGN TO DYNAMIC WS-CTL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FS.

           SELECT COBRANCAS-BIBLIOTECA ASSIGN TO DYNAMIC WS-CBB-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CBB-FS.

           SELECT TABELA-TAXA ASSIGN TO DYNAMIC WS-TXA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TXA-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MULTAS-BIBLIOTECA.
          COPY FD_MULTA_BIBLIOTECA.

       FD REJEITADAS.
       01 REG-MULTA-REJEITADA.
          03 REJ-REGISTRO                   PIC X(41).
          03 REJ-MOTIVO                     PIC X(03).

       FD LOTES-BIBLIOTECA.
       01 REG-LOTE-BIBLIOTECA.
          03 CTL-LOTE-ID                    PIC X(08).
          03 CTL-DT-PROCESSAMENTO           PIC 9(08).
          03 CTL-QTD-LANCADA                PIC 9(05).
          03 CTL-QTD-REJEITADA              PIC 9(05).

       FD COBRANCAS-BIBLIOTECA.
          COPY FD_COBRANCA_BIBLIOTECA.

       FD TABELA-TAXA.
          COPY FD_TABELA_TAXA.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-MBI-DD                PIC X(100) VALUE SPACES.
       01 WS-REJ-DD                PIC X(100) VALUE SPACES.
       01 WS-CTL-DD                PIC X(100) VALUE SPACES.
       01 WS-CBB-DD                PIC X(100) VALUE SPACES.
       01 WS-TXA-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-MBI-FS                PIC XX VALUE SPACES.
          88 MBI-FS-OK             VALUE '00'.
       77 WS-REJ-FS                PIC XX VALUE SPACES.
          88 REJ-FS-OK             VALUE '00'.
       77 WS-CTL-FS                PIC XX VALUE SPACES.
          88 CTL-FS-OK             VALUE '00'.
       77 WS-CBB-FS                PIC XX VALUE SPACES.
          88 CBB-FS-OK             VALUE '00'.
       77 WS-TXA-FS                PIC XX VALUE SPACES.
          88 TXA-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-MBI-EOF               PIC X VALUE 'N'.
          88 MBI-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CTL-EOF               PIC X VALUE 'N'.
          88 CTL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TXA-EOF               PIC X VALUE 'N'.
          88 TXA-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       77 WS-MOTIVO                PIC X(03) VALUE SPACES.
          88 COBRANCA-ACEITA       VALUE SPACES.

      * CABECALHO (*H) E TRAILER (*T) DO LOTE, NA MESMA CONVENCAO DO
      * LOTE DE NOTAS; A SOMA DE CONTROLE E A SOMA DOS VALORES.
       01 WS-LOTE-CABECALHO.
          03 HDR-MARCA                PIC X(02).
          03 HDR-LOTE-ID              PIC X(08).
          03 HDR-QTD-DECLARADA        PIC 9(05).
          03 HDR-DATA                 PIC 9(08).
       01 WS-LOTE-TRAILER.
          03 TRL-MARCA                PIC X(02).
          03 TRL-QTD                  PIC 9(05).
          03 TRL-SOMA-VALORES         PIC 9(09)V9(02).
       01 WS-REG-LOTE-IMAGEM       PIC X(41) VALUE SPACES.
       77 WS-PRE-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-PRE-SOMA              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRE-TEM-H             PIC 9 VALUE 0.
       77 WS-PRE-TEM-T             PIC 9 VALUE 0.
       77 WS-DT-LOTE-ANTERIOR      PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-OK               PIC 9 VALUE 0.
          88 LOTE-CONFERIDO        VALUE 1.

       77 WS-COD-TAXA-MULTA        PIC X(04) VALUE SPACES.
       77 WS-COD-TAXA-PERDA        PIC X(04) VALUE SPACES.
       77 WS-COD-TAXA              PIC X(04) VALUE SPACES.
       77 WS-VALOR-MULTA-TAB       PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-VALOR-PERDA-TAB       PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-TAXA-MULTA-ATIVA      PIC 9 VALUE 0.
       77 WS-TAXA-PERDA-ATIVA      PIC 9 VALUE 0.
       77 WS-VALOR-TAXA            PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZ9.99.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA          PIC 9(04).
          03 WS-HOJE-MM            PIC 9(02).
          03 WS-HOJE-DD            PIC 9(02).
       77 WS-COMP-TAXA             PIC 9(06) VALUE ZEROS.
       77 WS-MES-TAXA              PIC 9(02) VALUE ZEROS.
       77 WS-GRAVOU                PIC 9 VALUE 0.

       77 WS-QTD-LIDA              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LANCADA           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADA         PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-LANCADA          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-SOMA-ED               PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* IMPORTAMULTABIBLIO - COBRANCAS DA BIBLIOTECA*'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0300-VALIDA-OPERADOR THRU 0300-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'IMPORTACAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-MBI-DD FROM ENVIRONMENT 'DD_MULTAS_BIBLIOTECA'
            IF WS-MBI-DD = SPACES
                MOVE 'MULTAS_BIBLIOTECA.TXT' TO WS-MBI-DD
            END-IF
            ACCEPT WS-REJ-DD FROM ENVIRONMENT 'DD_MULTAS_BIBLIO_REJ'
            IF WS-REJ-DD = SPACES
                MOVE 'MULTAS_BIBLIOTECA_REJEITADAS.TXT' TO WS-REJ-DD
            END-IF
            ACCEPT WS-CTL-DD FROM ENVIRONMENT 'DD_BIBLIOTECA_LOTES'
            IF WS-CTL-DD = SPACES
                MOVE 'BIBLIOTECA_LOTES.CTL' TO WS-CTL-DD
            END-IF
            ACCEPT WS-CBB-DD FROM ENVIRONMENT
                   'DD_BIBLIOTECA_COBRANCAS'
            IF WS-CBB-DD = SPACES
                MOVE 'BIBLIOTECA_COBRANCAS.TXT' TO WS-CBB-DD
            END-IF
            ACCEPT WS-TXA-DD FROM ENVIRONMENT 'DD_TABELA_TAXA'
            IF WS-TXA-DD = SPACES
                MOVE 'TABELA_TAXA.TXT' TO WS-TXA-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-COD-TAXA-MULTA FROM ENVIRONMENT
                   'DD_TAXA_MULTA_BIBLIO'
            IF WS-COD-TAXA-MULTA = SPACES
                MOVE 'BMUL' TO WS-COD-TAXA-MULTA
            END-IF
            ACCEPT WS-COD-TAXA-PERDA FROM ENVIRONMENT
                   'DD_TAXA_PERDA_BIBLIO'
            IF WS-COD-TAXA-PERDA = SPACES
                MOVE 'BPER' TO WS-COD-TAXA-PERDA
            END-IF

            OPEN INPUT MULTAS-BIBLIOTECA
            IF NOT MBI-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-MBI-DD
                        ' - FILE STATUS: ' WS-MBI-FS
                MOVE 'IMPORTAMULTABIBLIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                STRING 'ERRO AO ABRIR ' WS-MBI-DD
                       ' - FILE STATUS: ' WS-MBI-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1500-PRE-CONFERE-LOTE THRU 1500-FIM
            IF NOT LOTE-CONFERIDO
                CLOSE MULTAS-BIBLIOTECA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1600-CONFERE-LOTE-REPETIDO THRU 1600-FIM
            IF NOT LOTE-CONFERIDO
                CLOSE MULTAS-BIBLIOTECA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1000-CARREGA-TAXAS THRU 1000-FIM

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ARQUIVO DE ESTUDANTES INDISPONIVEL ('
                        WS-STUDENT-DD ') - FILE STATUS: ' WS-EST-FS
                MOVE 'IMPORTAMULTABIBLIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ESTUDANTE INDISPONIVEL - COBRANCAS NAO LANCADAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE MULTAS-BIBLIOTECA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN I-O MENSALIDADES
            IF NOT MEN-FS-OK
                OPEN OUTPUT MENSALIDADES
                CLOSE MENSALIDADES
                OPEN I-O MENSALIDADES
            END-IF
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD ').'
                MOVE 'IMPORTAMULTABIBLIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'MENSALIDADES INDISPONIVEL - COBRANCAS NAO '
                  &  'LANCADAS' TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                CLOSE MULTAS-BIBLIOTECA
                CLOSE ESTUDANTE
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN OUTPUT REJEITADAS
            OPEN EXTEND COBRANCAS-BIBLIOTECA
            IF NOT CBB-FS-OK
                OPEN OUTPUT COBRANCAS-BIBLIOTECA
            END-IF

            MOVE 'N' TO WS-MBI-EOF
            PERFORM UNTIL MBI-FIM-ARQUIVO
                READ MULTAS-BIBLIOTECA
                    AT END
                        MOVE 'F' TO WS-MBI-EOF
                    NOT AT END
                        MOVE REG-MULTA-BIBLIOTECA TO
                             WS-REG-LOTE-IMAGEM
                        IF WS-REG-LOTE-IMAGEM(1:1) NOT = '*'
                            ADD 1 TO WS-QTD-LIDA
                            PERFORM 2000-PROCESSA-COBRANCA
                                 THRU 2000-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE MULTAS-BIBLIOTECA
            CLOSE REJEITADAS
            CLOSE COBRANCAS-BIBLIOTECA
            CLOSE MENSALIDADES
            CLOSE ESTUDANTE

            PERFORM 7000-REGISTRA-LOTE THRU 7000-FIM

            MOVE WS-SOMA-LANCADA TO WS-SOMA-ED
            DISPLAY ' '
            DISPLAY '*** RESUMO DAS COBRANCAS DA BIBLIOTECA ***'
            DISPLAY 'LOTE..................: ' HDR-LOTE-ID
            DISPLAY 'REGISTROS LIDOS.......: ' WS-QTD-LIDA
            DISPLAY 'TAXAS LANCADAS........: ' WS-QTD-LANCADA
            DISPLAY 'VALOR LANCADO.........: ' WS-SOMA-ED
            DISPLAY 'REGISTROS REJEITADOS..: ' WS-QTD-REJEITADA
            DISPLAY 'ARQUIVO DE REJEITADOS.: ' WS-REJ-DD
            IF WS-QTD-REJEITADA > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0300-VALIDA-OPERADOR  --  CONFERE, VIA VALIDAOPERADOR, SE O
      *                             OPERADOR PODE LANCAR COBRANCAS. A
      *                             SENHA VEM DE DD_OPERADOR_SENHA, JA
      *                             QUE O JOB DE LOTE NAO TEM QUEM
      *                             RESPONDA A UM ACCEPT.
      ******************************************************************
       0300-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'

            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM

            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            ELSE
                MOVE 0 TO WS-OPER-AUTORIZADO
            END-IF.
       0300-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-TAXAS  --  LOCALIZA NA TABELA DO LANCATAXA AS
      *                           TAXAS DE MULTA E DE LIVRO PERDIDO
      *                           (SITUACAO E VALOR DE TABELA).
      ******************************************************************
       1000-CARREGA-TAXAS.
            MOVE 0 TO WS-TAXA-MULTA-ATIVA WS-TAXA-PERDA-ATIVA
            OPEN INPUT TABELA-TAXA
            IF NOT TXA-FS-OK
                DISPLAY 'AVISO: TABELA DE TAXAS INDISPONIVEL ('
                        WS-TXA-FS ') - COBRANCAS SERAO REJEITADAS.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-TXA-EOF
            PERFORM UNTIL TXA-FIM-ARQUIVO
                READ TABELA-TAXA
                    AT END
                        MOVE 'F' TO WS-TXA-EOF
                    NOT AT END
                        IF TXA-CODIGO = WS-COD-TAXA-MULTA
                           AND TXA-ATIVA
                            MOVE 1 TO WS-TAXA-MULTA-ATIVA
                            MOVE TXA-VALOR TO WS-VALOR-MULTA-TAB
                        END-IF
                        IF TXA-CODIGO = WS-COD-TAXA-PERDA
                           AND TXA-ATIVA
                            MOVE 1 TO WS-TAXA-PERDA-ATIVA
                            MOVE TXA-VALOR TO WS-VALOR-PERDA-TAB
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TABELA-TAXA.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-PRE-CONFERE-LOTE  --  VARRE O LOTE DA BIBLIOTECA INTEIRO
      *                              ANTES DE LANCAR QUALQUER COBRANCA:
      *                              EXIGE *H E *T E CONFERE QUANTIDADE
      *                              E SOMA DOS VALORES; DIVERGENCIA
      *                              RECUSA O ARQUIVO INTEIRO COM
      *                              REGISTRO NO LOG CENTRAL. AO FINAL
      *                              O ARQUIVO E REABERTO PARA A
      *                              APLICACAO.
      ******************************************************************
       1500-PRE-CONFERE-LOTE.
            MOVE 0 TO WS-LOTE-OK
            MOVE ZEROS TO WS-PRE-QTD WS-PRE-SOMA
            MOVE 0 TO WS-PRE-TEM-H WS-PRE-TEM-T
            MOVE 'N' TO WS-MBI-EOF
            PERFORM 1510-PRE-LE-REGISTRO THRU 1510-FIM
                UNTIL MBI-FIM-ARQUIVO
            CLOSE MULTAS-BIBLIOTECA

            IF WS-PRE-TEM-H = 0 OR WS-PRE-TEM-T = 0
                DISPLAY 'LOTE SEM CABECALHO/TRAILER - ARQUIVO '
                        'RECUSADO, NADA LANCADO.'
                MOVE 'IMPORTAMULTABIBLIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '1500-PRE-CONFERE-LOTE' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'LOTE DA BIBLIOTECA SEM *H/*T - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1500-FIM
            END-IF
            IF TRL-QTD NOT NUMERIC
               OR TRL-QTD NOT = WS-PRE-QTD
               OR (TRL-SOMA-VALORES NUMERIC
                   AND TRL-SOMA-VALORES NOT = WS-PRE-SOMA)
                DISPLAY 'TRAILER DO LOTE DIVERGE DO LIDO ('
                        TRL-QTD '/' WS-PRE-QTD ') - ARQUIVO '
                        'RECUSADO, NADA LANCADO.'
                MOVE 'IMPORTAMULTABIBLIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '1500-PRE-CONFERE-LOTE' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'TRAILER DO LOTE DA BIBLIOTECA DIVERGENTE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1500-FIM
            END-IF

            OPEN INPUT MULTAS-BIBLIOTECA
            IF MBI-FS-OK
                MOVE 'N' TO WS-MBI-EOF
                MOVE 1 TO WS-LOTE-OK
                DISPLAY 'LOTE ' HDR-LOTE-ID ' CONFERIDO: '
                        WS-PRE-QTD ' DETALHES.'
            END-IF.
       1500-FIM.
            EXIT.

       1510-PRE-LE-REGISTRO.
            READ MULTAS-BIBLIOTECA
                AT END
                    MOVE 'F' TO WS-MBI-EOF
                NOT AT END
                    MOVE REG-MULTA-BIBLIOTECA TO WS-REG-LOTE-IMAGEM
                    EVALUATE WS-REG-LOTE-IMAGEM(1:2)
                        WHEN '*H'
                            MOVE WS-REG-LOTE-IMAGEM(1:23) TO
                                 WS-LOTE-CABECALHO
                            MOVE 1 TO WS-PRE-TEM-H
                        WHEN '*T'
                            MOVE WS-REG-LOTE-IMAGEM(1:18) TO
                                 WS-LOTE-TRAILER
                            MOVE 1 TO WS-PRE-TEM-T
                        WHEN OTHER
                            ADD 1 TO WS-PRE-QTD
                            IF MBI-VALOR NUMERIC
                                ADD MBI-VALOR TO WS-PRE-SOMA
                            END-IF
                    END-EVALUATE
            END-READ.
       1510-FIM.
            EXIT.

      ******************************************************************
      * 1600-CONFERE-LOTE-REPETIDO  --  RECUSA O LOTE CUJO ID JA CONSTA
      *                                   DO CONTROLE DE LOTES
      *                                   PROCESSADOS (REENVIO DO MESMO
      *                                   ARQUIVO PELA BIBLIOTECA).
      ******************************************************************
       1600-CONFERE-LOTE-REPETIDO.
            OPEN INPUT LOTES-BIBLIOTECA
            IF NOT CTL-FS-OK
                GO TO 1600-FIM
            END-IF
            MOVE 'N' TO WS-CTL-EOF
            PERFORM UNTIL CTL-FIM-ARQUIVO
                READ LOTES-BIBLIOTECA
                    AT END
                        MOVE 'F' TO WS-CTL-EOF
                    NOT AT END
                        IF CTL-LOTE-ID = HDR-LOTE-ID
                            MOVE 0 TO WS-LOTE-OK
                            MOVE CTL-DT-PROCESSAMENTO TO
                                 WS-DT-LOTE-ANTERIOR
                            MOVE 'F' TO WS-CTL-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOTES-BIBLIOTECA
            IF NOT LOTE-CONFERIDO
                DISPLAY 'LOTE ' HDR-LOTE-ID ' JA PROCESSADO EM '
                        WS-DT-LOTE-ANTERIOR ' - ARQUIVO RECUSADO, '
                        'NADA LANCADO.'
                MOVE 'IMPORTAMULTABIBLIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '1600-CONFERE-LOTE-REPETIDO' TO LOG-PARAGRAFO
                                                    OF WS-LOG-PARM
                MOVE 'LOTE DA BIBLIOTECA REENVIADO - RECUSADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
            END-IF.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-COBRANCA  --  VALIDA UMA COBRANCA DA BIBLIOTECA
      *                               E A LANCA COMO TAXA AVULSA OU A
      *                               GRAVA NO ARQUIVO DE REJEITADOS
      *                               COM O MOTIVO.
      ******************************************************************
       2000-PROCESSA-COBRANCA.
            MOVE SPACES TO WS-MOTIVO

            EVALUATE TRUE
                WHEN MBI-MULTA-ATRASO
                    MOVE WS-COD-TAXA-MULTA TO WS-COD-TAXA
                    MOVE WS-VALOR-MULTA-TAB TO WS-VALOR-TAXA
                    IF WS-TAXA-MULTA-ATIVA = 0
                        MOVE 'TXA' TO WS-MOTIVO
                    END-IF
                WHEN MBI-LIVRO-PERDIDO
                    MOVE WS-COD-TAXA-PERDA TO WS-COD-TAXA
                    MOVE WS-VALOR-PERDA-TAB TO WS-VALOR-TAXA
                    IF WS-TAXA-PERDA-ATIVA = 0
                        MOVE 'TXA' TO WS-MOTIVO
                    END-IF
                WHEN OTHER
                    MOVE 'TIP' TO WS-MOTIVO
            END-EVALUATE

            IF COBRANCA-ACEITA
                IF MBI-VALOR NOT NUMERIC
                    MOVE 'VLR' TO WS-MOTIVO
                ELSE
                    IF MBI-VALOR > 0
                        MOVE MBI-VALOR TO WS-VALOR-TAXA
                    END-IF
                    IF WS-VALOR-TAXA = 0
                        MOVE 'VLR' TO WS-MOTIVO
                    END-IF
                END-IF
            END-IF

            IF COBRANCA-ACEITA
                IF MBI-CD-STUDENT NOT NUMERIC
                    MOVE 'NCD' TO WS-MOTIVO
                ELSE
                    MOVE MBI-CD-STUDENT TO CD-STUDENT
                    READ ESTUDANTE
                        INVALID KEY
                            MOVE 'NCD' TO WS-MOTIVO
                    END-READ
                END-IF
            END-IF
            IF COBRANCA-ACEITA AND NOT STUDENT-ATIVO
                MOVE 'INA' TO WS-MOTIVO
            END-IF

            IF COBRANCA-ACEITA
                PERFORM 3000-LANCA-TAXA THRU 3000-FIM
            END-IF

            IF NOT COBRANCA-ACEITA
                MOVE REG-MULTA-BIBLIOTECA TO REJ-REGISTRO
                MOVE WS-MOTIVO TO REJ-MOTIVO
                WRITE REG-MULTA-REJEITADA
                ADD 1 TO WS-QTD-REJEITADA
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-LANCA-TAXA  --  GRAVA A COBRANCA COMO ITEM MEN-TIPO T DO
      *                        ARQUIVO DE MENSALIDADES, NO PRIMEIRO
      *                        SLOT LIVRE DA FAIXA DE TAXAS (MES 41-99
      *                        DO ANO CORRENTE), COMO O LANCATAXA.
      ******************************************************************
       3000-LANCA-TAXA.
            MOVE 0 TO WS-GRAVOU
            PERFORM VARYING WS-MES-TAXA FROM 41 BY 1
                    UNTIL WS-MES-TAXA > 99 OR WS-GRAVOU = 1
                COMPUTE WS-COMP-TAXA = WS-HOJE-AAAA * 100
                    + WS-MES-TAXA
                MOVE MBI-CD-STUDENT TO MEN-CD-STUDENT
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
                MOVE 'FXA' TO WS-MOTIVO
                GO TO 3000-FIM
            END-IF
            ADD 1 TO WS-QTD-LANCADA
            ADD WS-VALOR-TAXA TO WS-SOMA-LANCADA
            MOVE WS-VALOR-TAXA TO WS-VALOR-ED
            DISPLAY 'TAXA ' WS-COD-TAXA ' LANCADA PARA O ALUNO '
                    MBI-CD-STUDENT ' NA COMPETENCIA ' WS-COMP-TAXA
                    ' - VALOR ' WS-VALOR-ED ' - ' MBI-REFERENCIA

            MOVE MBI-CD-STUDENT TO CBB-CD-STUDENT
            MOVE WS-COMP-TAXA TO CBB-COMPETENCIA
            MOVE MBI-TIPO TO CBB-TIPO
            MOVE WS-VALOR-TAXA TO CBB-VALOR
            MOVE WS-DATA-HOJE TO CBB-DT-LANCAMENTO
            MOVE HDR-LOTE-ID TO CBB-LOTE-ID
            MOVE MBI-REFERENCIA TO CBB-REFERENCIA
            WRITE REG-COBRANCA-BIBLIOTECA

            MOVE 'TAXA-BIBLIOTECA' TO AUD-CAMPO
            MOVE WS-COD-TAXA TO AUD-VALOR-ANTIGO
            MOVE WS-COMP-TAXA TO AUD-VALOR-NOVO
            MOVE MBI-CD-STUDENT TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGISTRA-LOTE  --  ANEXA O LOTE APLICADO AO CONTROLE DE
      *                           LOTES PROCESSADOS.
      ******************************************************************
       7000-REGISTRA-LOTE.
            OPEN EXTEND LOTES-BIBLIOTECA
            IF NOT CTL-FS-OK
                OPEN OUTPUT LOTES-BIBLIOTECA
            END-IF
            MOVE HDR-LOTE-ID TO CTL-LOTE-ID
            MOVE WS-DATA-HOJE TO CTL-DT-PROCESSAMENTO
            MOVE WS-QTD-LANCADA TO CTL-QTD-LANCADA
            MOVE WS-QTD-REJEITADA TO CTL-QTD-REJEITADA
            WRITE REG-LOTE-BIBLIOTECA
            CLOSE LOTES-BIBLIOTECA.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA COBRANCA LANCADA
      *                            (TRANSACAO $, COMO O LANCATAXA).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM IMPORTAMULTABIBLIO.
