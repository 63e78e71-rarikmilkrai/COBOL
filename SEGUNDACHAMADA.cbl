      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:SEGUNDA CHAMADA DE PROVA (PEDIDO DO ALUNO QUE PERDEU A
      *         PROVA POR MOTIVO MEDICO OU OUTRO): (A)BRE O PEDIDO POR
      *         ALUNO X TURMA X DATA DA PROVA DO CALENDARIO DE PROVAS
      *         (FD_PROVA), COM A JUSTIFICATIVA E O ATESTADO, DENTRO
      *         DO PRAZO (DD_PRAZO_SEGUNDA_CHAMADA DIAS APOS A PROVA,
      *         PADRAO 5, LIMITADO AO FIM DO PERIODO DA TURMA NO
      *         CALENDARIO.TXT); (D)ECIDE O PEDIDO PELA COORDENACAO -
      *         O DEFERIDO LANCA A TAXA DE SEGUNDA CHAMADA
      *         (DD_TAXA_SEGUNDA_CHAMADA, PADRAO SEGC, DA TABELA DO
      *         LANCATAXA) COMO ITEM MEN-TIPO T, SALVO QUANDO A
      *         AUSENCIA JA ESTA JUSTIFICADA (J) NA FREQ-SESSAO; (R)
      *         EMITE A RELACAO DOS DEFERIDOS DA TURMA PARA O
      *         PROFESSOR (DD_LISTA_SEGUNDA_CHAMADA); E (L)ISTA OS
      *         PEDIDOS. OS IDS VEM DA SERIE SEGCHAM DO GERATICKET E
      *         TUDO PASSA POR VALIDAOPERADOR E GRAVAAUDITORIA - OS
      *         PEDIDOS VIVIAM NUMA PLANILHA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
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
       PROGRAM-ID. SEGUNDACHAMADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGUNDA-CHAMADA ASSIGN TO DYNAMIC WS-SCH-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCH-FS.

           SELECT PROVAS ASSIGN TO DYNAMIC WS-PRV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRV-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT CALENDARIO ASSIGN TO DYNAMIC WS-CAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-FS.

           SELECT FREQ-SESSAO ASSIGN TO DYNAMIC WS-SES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SES-FS.

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

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

           SELECT LISTA-PROFESSOR ASSIGN TO DYNAMIC WS-LST-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SEGUNDA-CHAMADA.
          COPY FD_SEGUNDA_CHAMADA.

       FD PROVAS.
          COPY FD_PROVA.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD CALENDARIO.
          COPY FD_CALENDARIO.

       FD FREQ-SESSAO.
          COPY FD_FREQ_SESSAO.

       FD TABELA-TAXA.
          COPY FD_TABELA_TAXA.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD LISTA-PROFESSOR.
       01 LST-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SCH-DD                PIC X(100) VALUE SPACES.
       01 WS-PRV-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-CAL-DD                PIC X(100) VALUE SPACES.
       01 WS-SES-DD                PIC X(100) VALUE SPACES.
       01 WS-TXA-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-LST-DD                PIC X(100) VALUE SPACES.
       77 WS-SCH-FS                PIC XX VALUE SPACES.
          88 SCH-FS-OK             VALUE '00'.
       77 WS-PRV-FS                PIC XX VALUE SPACES.
          88 PRV-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-CAL-FS                PIC XX VALUE SPACES.
          88 CAL-FS-OK             VALUE '00'.
       77 WS-SES-FS                PIC XX VALUE SPACES.
          88 SES-FS-OK             VALUE '00'.
       77 WS-TXA-FS                PIC XX VALUE SPACES.
          88 TXA-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-LST-FS                PIC XX VALUE SPACES.
          88 LST-FS-OK             VALUE '00'.
       77 WS-SCH-EOF               PIC X VALUE 'N'.
          88 SCH-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PRV-EOF               PIC X VALUE 'N'.
          88 PRV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CAL-EOF               PIC X VALUE 'N'.
          88 CAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SES-EOF               PIC X VALUE 'N'.
          88 SES-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TXA-EOF               PIC X VALUE 'N'.
          88 TXA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PTU-EOF               PIC X VALUE 'N'.
          88 PTU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PROF-EOF              PIC X VALUE 'N'.
          88 PROF-FIM-ARQUIVO      VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-ABRIR        VALUE 'A' 'a'.
             88 TRANS-DECIDIR      VALUE 'D' 'd'.
             88 TRANS-RELACAO      VALUE 'R' 'r'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

      * PEDIDOS EM MEMORIA, NO MESMO LAYOUT DO ARQUIVO
       01 WS-TABELA-PEDIDOS.
          05 WS-QTD-SCH            PIC 9(03) VALUE 0.
          05 WS-ST OCCURS 500 TIMES.
             10 WS-ST-ID           PIC 9(06).
             10 WS-ST-CD           PIC 9(05).
             10 WS-ST-TURMA        PIC X(08).
             10 WS-ST-DT-PROVA     PIC 9(08).
             10 WS-ST-TIPO         PIC X(02).
             10 WS-ST-PERIODO      PIC X(06).
             10 WS-ST-DT-PEDIDO    PIC 9(08).
             10 WS-ST-DT-LIMITE    PIC 9(08).
             10 WS-ST-JUSTIF       PIC X(40).
             10 WS-ST-ATESTADO     PIC X(20).
             10 WS-ST-SIT          PIC X(01).
             10 WS-ST-DT-DECISAO   PIC 9(08).
             10 WS-ST-DECISOR      PIC X(20).
             10 WS-ST-COBRANCA     PIC X(01).
             10 WS-ST-COMP-TAXA    PIC 9(06).
       77 WS-SCH-ESTOUROU          PIC 9 VALUE 0.
          88 PEDIDOS-ESTOURARAM    VALUE 1.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-TURMA-ALVO            PIC X(08) VALUE SPACES.
       77 WS-DATA-ALVO             PIC 9(08) VALUE ZEROS.
       77 WS-ID-ALVO               PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-ACHADO           PIC X(02) VALUE SPACES.
       77 WS-PERIODO-ACHADO        PIC X(06) VALUE SPACES.
       77 WS-MATERIA-ACHADA        PIC X(50) VALUE SPACES.
       77 WS-POS-SCH               PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 REGISTRO-ACHADO       VALUE 1.
       77 WS-JUSTIFICADA           PIC 9 VALUE 0.
          88 AUSENCIA-JUSTIFICADA  VALUE 1.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA          PIC 9(04).
          03 WS-HOJE-MM            PIC 9(02).
          03 WS-HOJE-DD            PIC 9(02).
       77 WS-DIAS-LIMITE           PIC 9(07) VALUE ZEROS.
       77 WS-DT-LIMITE             PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-PERIODO        PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-DIAS            PIC 9(03) VALUE 5.
       77 WS-PRAZO-TXT             PIC X(03) VALUE SPACES.
       77 WS-DECISAO               PIC X(01) VALUE SPACE.
          88 DECISAO-DEFERIDO      VALUE 'D' 'd'.
          88 DECISAO-INDEFERIDO    VALUE 'I' 'i'.

       77 WS-COD-TAXA              PIC X(04) VALUE SPACES.
       77 WS-VALOR-TAXA            PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-COMP-TAXA             PIC 9(06) VALUE ZEROS.
       77 WS-MES-TAXA              PIC 9(02) VALUE ZEROS.
       77 WS-GRAVOU                PIC 9 VALUE 0.
       77 WS-VALOR-ED              PIC ZZZZ9.99.

       77 WS-PROF-ALVO             PIC X(06) VALUE SPACES.
       77 WS-PROF-NOME-ALVO        PIC X(30) VALUE SPACES.
       77 WS-NOME-TRAB             PIC X(20) VALUE SPACES.
       77 WS-QTD-LISTADOS          PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* SEGUNDACHAMADA - PEDIDOS DE SEGUNDA CHAMADA *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-PRAZO-TXT FROM ENVIRONMENT
                   'DD_PRAZO_SEGUNDA_CHAMADA'
            IF WS-PRAZO-TXT NOT = SPACES AND WS-PRAZO-TXT NUMERIC
                MOVE WS-PRAZO-TXT TO WS-PRAZO-DIAS
            END-IF
            ACCEPT WS-COD-TAXA FROM ENVIRONMENT
                   'DD_TAXA_SEGUNDA_CHAMADA'
            IF WS-COD-TAXA = SPACES
                MOVE 'SEGC' TO WS-COD-TAXA
            END-IF

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'SEGUNDA CHAMADA NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-SCH-DD FROM ENVIRONMENT 'DD_SEGUNDA_CHAMADA'
            IF WS-SCH-DD = SPACES
                MOVE 'SEGUNDA_CHAMADA.TXT' TO WS-SCH-DD
            END-IF
            ACCEPT WS-PRV-DD FROM ENVIRONMENT 'DD_PROVAS'
            IF WS-PRV-DD = SPACES
                MOVE 'PROVAS.TXT' TO WS-PRV-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-CAL-DD FROM ENVIRONMENT 'DD_CALENDARIO'
            IF WS-CAL-DD = SPACES
                MOVE 'CALENDARIO.TXT' TO WS-CAL-DD
            END-IF
            ACCEPT WS-SES-DD FROM ENVIRONMENT 'DD_FREQ_SESSAO'
            IF WS-SES-DD = SPACES
                MOVE 'FREQ_SESSAO.TXT' TO WS-SES-DD
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
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            ACCEPT WS-LST-DD FROM ENVIRONMENT
                   'DD_LISTA_SEGUNDA_CHAMADA'
            IF WS-LST-DD = SPACES
                MOVE 'LISTA_SEGUNDA_CHAMADA.RPT' TO WS-LST-DD
            END-IF

            PERFORM 1000-CARREGA-PEDIDOS THRU 1000-FIM
      * ARQUIVO ALEM DA TABELA: REGRAVAR A CARGA TRUNCADA APAGARIA OS
      * REGISTROS EXCEDENTES - A RODADA E RECUSADA E O ARQUIVO FICA
      * INTACTO, COMO NO REVISAONOTA.
            IF PEDIDOS-ESTOURARAM
                DISPLAY 'ARQUIVO DE SEGUNDA CHAMADA COM MAIS DE 500 '
                        'LINHAS - RODADA RECUSADA, ARQUIVO PRESERVADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** SEGUNDA CHAMADA DE PROVA ***'
                DISPLAY '(A)BRIR PEDIDO  (D)ECIDIR  (R)ELACAO DA '
                        'TURMA  (L)ISTAR  (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-ABRIR
                        PERFORM 2000-ABRIR-PEDIDO THRU 2000-FIM
                    WHEN TRANS-DECIDIR
                        PERFORM 3000-DECIDIR-PEDIDO THRU 3000-FIM
                    WHEN TRANS-RELACAO
                        PERFORM 5000-RELACAO-TURMA THRU 5000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF.

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
      * 1000-CARREGA-PEDIDOS  --  CARREGA O ARQUIVO DE PEDIDOS INTEIRO
      *                             EM MEMORIA.
      ******************************************************************
       1000-CARREGA-PEDIDOS.
            MOVE 0 TO WS-SCH-ESTOUROU
            OPEN INPUT SEGUNDA-CHAMADA
            IF NOT SCH-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-SCH-EOF
            PERFORM UNTIL SCH-FIM-ARQUIVO
                READ SEGUNDA-CHAMADA
                    AT END
                        MOVE 'F' TO WS-SCH-EOF
                    NOT AT END
                        IF WS-QTD-SCH < 500
                            ADD 1 TO WS-QTD-SCH
                            MOVE REG-SEGUNDA-CHAMADA TO
                                 WS-ST(WS-QTD-SCH)
                        ELSE
                            MOVE 1 TO WS-SCH-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SEGUNDA-CHAMADA.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-ABRIR-PEDIDO  --  ABRE UM PEDIDO DE SEGUNDA CHAMADA PARA
      *                          UMA PROVA DO CALENDARIO DA TURMA EM QUE
      *                          O ALUNO ESTA INSCRITO, DENTRO DO PRAZO.
      ******************************************************************
       2000-ABRIR-PEDIDO.
            DISPLAY 'CD-STUDENT DO PEDIDO....: '
            ACCEPT WS-CD-ALVO
            DISPLAY 'TURMA...................: '
            ACCEPT WS-TURMA-ALVO
            DISPLAY 'DATA DA PROVA (AAAAMMDD): '
            ACCEPT WS-DATA-ALVO

            PERFORM 2100-CONFERE-INSCRICAO THRU 2100-FIM
            IF NOT REGISTRO-ACHADO
                DISPLAY 'ALUNO NAO INSCRITO NA TURMA - PEDIDO NAO '
                        'ABERTO.'
                GO TO 2000-FIM
            END-IF
            PERFORM 2200-LOCALIZA-PROVA THRU 2200-FIM
            IF NOT REGISTRO-ACHADO
                DISPLAY 'NENHUMA PROVA DA TURMA NO CALENDARIO DE '
                        'PROVAS NESSA DATA - PEDIDO NAO ABERTO.'
                GO TO 2000-FIM
            END-IF
            IF WS-TIPO-ACHADO = 'SC'
                DISPLAY 'A PROVA INFORMADA JA E UMA SEGUNDA CHAMADA '
                        '- PEDIDO NAO ABERTO.'
                GO TO 2000-FIM
            END-IF
            IF WS-DATA-ALVO > WS-DATA-HOJE
                DISPLAY 'PROVA AINDA NAO REALIZADA - PEDIDO NAO '
                        'ABERTO.'
                GO TO 2000-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SCH
                IF WS-ST-CD(WS-IDX) = WS-CD-ALVO
                   AND WS-ST-TURMA(WS-IDX) = WS-TURMA-ALVO
                   AND WS-ST-DT-PROVA(WS-IDX) = WS-DATA-ALVO
                    DISPLAY 'JA EXISTE O PEDIDO ' WS-ST-ID(WS-IDX)
                            ' (SITUACAO ' WS-ST-SIT(WS-IDX)
                            ') PARA ESTA PROVA.'
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            PERFORM 2300-CALCULA-PRAZO THRU 2300-FIM
            IF WS-DATA-HOJE > WS-DT-LIMITE
                DISPLAY 'PRAZO DE SEGUNDA CHAMADA VENCIDO EM '
                        WS-DT-LIMITE ' - PEDIDO RECUSADO.'
                MOVE 'SEGUNDACHAMADA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2000-ABRIR-PEDIDO' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                STRING 'PEDIDO FORA DO PRAZO - ALUNO ' WS-CD-ALVO
                       ' TURMA ' WS-TURMA-ALVO
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 2000-FIM
            END-IF

            IF WS-QTD-SCH >= 500
                DISPLAY 'TABELA DE PEDIDOS CHEIA.'
                GO TO 2000-FIM
            END-IF

            MOVE 'SEGCHAM' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'ID DE PEDIDO INDISPONIVEL - TENTE DE NOVO.'
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-SCH
            INITIALIZE WS-ST(WS-QTD-SCH)
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO
                 WS-ST-ID(WS-QTD-SCH)
            MOVE WS-CD-ALVO TO WS-ST-CD(WS-QTD-SCH)
            MOVE WS-TURMA-ALVO TO WS-ST-TURMA(WS-QTD-SCH)
            MOVE WS-DATA-ALVO TO WS-ST-DT-PROVA(WS-QTD-SCH)
            MOVE WS-TIPO-ACHADO TO WS-ST-TIPO(WS-QTD-SCH)
            MOVE WS-PERIODO-ACHADO TO WS-ST-PERIODO(WS-QTD-SCH)
            MOVE WS-DATA-HOJE TO WS-ST-DT-PEDIDO(WS-QTD-SCH)
            MOVE WS-DT-LIMITE TO WS-ST-DT-LIMITE(WS-QTD-SCH)
            DISPLAY 'JUSTIFICATIVA...........: '
            ACCEPT WS-ST-JUSTIF(WS-QTD-SCH)
            DISPLAY 'ATESTADO (REFERENCIA, BRANCO = SEM ATESTADO): '
            ACCEPT WS-ST-ATESTADO(WS-QTD-SCH)
            MOVE 'A' TO WS-ST-SIT(WS-QTD-SCH)
            MOVE SPACE TO WS-ST-COBRANCA(WS-QTD-SCH)
            PERFORM 7000-REGRAVA-PEDIDOS THRU 7000-FIM
            DISPLAY 'PEDIDO ABERTO - ID ' WS-ST-ID(WS-QTD-SCH)

            MOVE 'SEGCH-ABERTURA' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-ST-ID(WS-QTD-SCH) TO AUD-VALOR-NOVO
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CONFERE-INSCRICAO  --  O ALUNO TEM DE ESTAR INSCRITO (NAO
      *                               CANCELADO) NA TURMA; RESOLVE
      *                               TAMBEM A MATERIA E O PERIODO DA
      *                               TURMA.
      ******************************************************************
       2100-CONFERE-INSCRICAO.
            MOVE 0 TO WS-ACHOU
            MOVE SPACES TO WS-PERIODO-ACHADO
            MOVE SPACES TO WS-MATERIA-ACHADA
            OPEN INPUT TURMAS
            IF TUR-FS-OK
                MOVE 'N' TO WS-TUR-EOF
                PERFORM UNTIL TUR-FIM-ARQUIVO
                    READ TURMAS
                        AT END
                            MOVE 'F' TO WS-TUR-EOF
                        NOT AT END
                            IF TURMA-CODIGO = WS-TURMA-ALVO
                                MOVE TURMA-PERIODO TO WS-PERIODO-ACHADO
                                MOVE TURMA-MATERIA TO WS-MATERIA-ACHADA
                                MOVE 'F' TO WS-TUR-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TURMAS
            END-IF

            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                GO TO 2100-FIM
            END-IF
            MOVE 'N' TO WS-TAL-EOF
            PERFORM UNTIL TAL-FIM-ARQUIVO
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-TAL-EOF
                    NOT AT END
                        IF TAL-TURMA-CODIGO = WS-TURMA-ALVO
                           AND TAL-CD-STUDENT = WS-CD-ALVO
                           AND NOT TAL-CANCELADO
                            MOVE 1 TO WS-ACHOU
                            IF WS-PERIODO-ACHADO = SPACES
                                MOVE TAL-PERIODO TO WS-PERIODO-ACHADO
                            END-IF
                            MOVE 'F' TO WS-TAL-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-LOCALIZA-PROVA  --  PROCURA A PROVA DA TURMA NA DATA
      *                            INFORMADA NO CALENDARIO DE PROVAS E
      *                            GUARDA O TIPO.
      ******************************************************************
       2200-LOCALIZA-PROVA.
            MOVE 0 TO WS-ACHOU
            MOVE SPACES TO WS-TIPO-ACHADO
            OPEN INPUT PROVAS
            IF NOT PRV-FS-OK
                GO TO 2200-FIM
            END-IF
            MOVE 'N' TO WS-PRV-EOF
            PERFORM UNTIL PRV-FIM-ARQUIVO
                READ PROVAS
                    AT END
                        MOVE 'F' TO WS-PRV-EOF
                    NOT AT END
                        IF PRV-TURMA-CODIGO = WS-TURMA-ALVO
                           AND PRV-DATA = WS-DATA-ALVO
                            MOVE 1 TO WS-ACHOU
                            MOVE PRV-TIPO TO WS-TIPO-ACHADO
                            MOVE 'F' TO WS-PRV-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROVAS.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-CALCULA-PRAZO  --  PRAZO DO PEDIDO = DATA DA PROVA + WS-
      *                           PRAZO-DIAS, LIMITADO AO FIM DO
      *                           PERIODO DA TURMA NO CALENDARIO (CAL-
      *                           DT-FIM). SEM CALENDARIO, VALE SO O
      *                           PRAZO EM DIAS (AVISO).
      ******************************************************************
       2300-CALCULA-PRAZO.
            COMPUTE WS-DIAS-LIMITE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO) + WS-PRAZO-DIAS
            COMPUTE WS-DT-LIMITE =
                FUNCTION DATE-OF-INTEGER(WS-DIAS-LIMITE)

            MOVE ZEROS TO WS-DT-FIM-PERIODO
            OPEN INPUT CALENDARIO
            IF NOT CAL-FS-OK
                DISPLAY 'CALENDARIO INDISPONIVEL - PRAZO LIMITADO SO '
                        'AOS DIAS APOS A PROVA.'
                GO TO 2300-FIM
            END-IF
            MOVE 'N' TO WS-CAL-EOF
            PERFORM UNTIL CAL-FIM-ARQUIVO
                READ CALENDARIO
                    AT END
                        MOVE 'F' TO WS-CAL-EOF
                    NOT AT END
                        IF CAL-REG-PERIODO
                           AND CAL-REG-PERIODO-ID = WS-PERIODO-ACHADO
                           AND CAL-DT-FIM > 0
                            MOVE CAL-DT-FIM TO WS-DT-FIM-PERIODO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDARIO
            IF WS-DT-FIM-PERIODO > 0
               AND WS-DT-FIM-PERIODO < WS-DT-LIMITE
                MOVE WS-DT-FIM-PERIODO TO WS-DT-LIMITE
            END-IF.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 3000-DECIDIR-PEDIDO  --  REGISTRA A DECISAO DA COORDENACAO EM
      *                            UM PEDIDO ABERTO: (I)NDEFERIDO SO
      *                            FECHA O PEDIDO; (D)EFERIDO LANCA A
      *                            TAXA, SALVO AUSENCIA JA JUSTIFICADA
      *                            NA FREQ-SESSAO.
      ******************************************************************
       3000-DECIDIR-PEDIDO.
            DISPLAY 'ID DO PEDIDO............: '
            ACCEPT WS-ID-ALVO
            MOVE 0 TO WS-POS-SCH
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SCH
                IF WS-ST-ID(WS-IDX) = WS-ID-ALVO
                   AND WS-ST-SIT(WS-IDX) = 'A'
                    MOVE WS-IDX TO WS-POS-SCH
                    MOVE WS-QTD-SCH TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-SCH = 0
                DISPLAY 'PEDIDO ABERTO NAO ENCONTRADO.'
                GO TO 3000-FIM
            END-IF

            MOVE WS-ST-CD(WS-POS-SCH) TO WS-CD-ALVO
            MOVE WS-ST-TURMA(WS-POS-SCH) TO WS-TURMA-ALVO
            MOVE WS-ST-DT-PROVA(WS-POS-SCH) TO WS-DATA-ALVO
            DISPLAY 'ALUNO ' WS-CD-ALVO ' TURMA ' WS-TURMA-ALVO
                    ' PROVA ' WS-ST-TIPO(WS-POS-SCH) ' DE '
                    WS-DATA-ALVO
            DISPLAY 'JUSTIFICATIVA: ' WS-ST-JUSTIF(WS-POS-SCH)
            DISPLAY 'ATESTADO.....: ' WS-ST-ATESTADO(WS-POS-SCH)

            DISPLAY 'DECISAO (D=DEFERIDO / I=INDEFERIDO): '
            ACCEPT WS-DECISAO
            EVALUATE TRUE
                WHEN DECISAO-INDEFERIDO
                    MOVE 'I' TO WS-ST-SIT(WS-POS-SCH)
                WHEN DECISAO-DEFERIDO
                    PERFORM 3100-CONFERE-JUSTIFICADA THRU 3100-FIM
                    IF AUSENCIA-JUSTIFICADA
                        MOVE 'J' TO WS-ST-COBRANCA(WS-POS-SCH)
                        DISPLAY 'AUSENCIA JA JUSTIFICADA NA '
                                'FREQUENCIA - SEM TAXA.'
                    ELSE
                        PERFORM 4000-LANCA-TAXA THRU 4000-FIM
                        IF WS-GRAVOU = 0
                            DISPLAY 'DECISAO NAO REGISTRADA - PEDIDO '
                                    'CONTINUA ABERTO.'
                            GO TO 3000-FIM
                        END-IF
                        MOVE 'T' TO WS-ST-COBRANCA(WS-POS-SCH)
                        MOVE WS-COMP-TAXA TO
                             WS-ST-COMP-TAXA(WS-POS-SCH)
                    END-IF
                    MOVE 'D' TO WS-ST-SIT(WS-POS-SCH)
                WHEN OTHER
                    DISPLAY 'DECISAO INVALIDA.'
                    GO TO 3000-FIM
            END-EVALUATE

            MOVE WS-DATA-HOJE TO WS-ST-DT-DECISAO(WS-POS-SCH)
            MOVE WS-OPERADOR TO WS-ST-DECISOR(WS-POS-SCH)
            PERFORM 7000-REGRAVA-PEDIDOS THRU 7000-FIM
            DISPLAY 'DECISAO REGISTRADA NO PEDIDO ' WS-ID-ALVO '.'

            MOVE 'SEGCH-DECISAO' TO AUD-CAMPO
            MOVE 'A' TO AUD-VALOR-ANTIGO
            MOVE WS-ST-SIT(WS-POS-SCH) TO AUD-VALOR-NOVO
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-CONFERE-JUSTIFICADA  --  A AUSENCIA DO ALUNO NA TURMA NA
      *                                 DATA DA PROVA JA ESTA LANCADA
      *                                 COMO JUSTIFICADA (J) NA
      *                                 FREQ-SESSAO?
      ******************************************************************
       3100-CONFERE-JUSTIFICADA.
            MOVE 0 TO WS-JUSTIFICADA
            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                GO TO 3100-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF SES-TURMA-CODIGO = WS-TURMA-ALVO
                           AND SES-CD-STUDENT = WS-CD-ALVO
                           AND SES-DATA = WS-DATA-ALVO
                           AND SES-AUSENTE-JUSTIF
                            MOVE 1 TO WS-JUSTIFICADA
                            MOVE 'F' TO WS-SES-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-LANCA-TAXA  --  LANCA A TAXA DE SEGUNDA CHAMADA DA TABELA
      *                        DO LANCATAXA COMO ITEM MEN-TIPO T DO
      *                        ARQUIVO DE MENSALIDADES, NO PRIMEIRO
      *                        SLOT LIVRE DA FAIXA DE TAXAS (MES 41-99
      *                        DO ANO CORRENTE), COMO O LANCATAXA.
      *                        WS-GRAVOU = 1 QUANDO LANCADA.
      ******************************************************************
       4000-LANCA-TAXA.
            MOVE 0 TO WS-GRAVOU
            MOVE 0 TO WS-ACHOU
            OPEN INPUT TABELA-TAXA
            IF TXA-FS-OK
                MOVE 'N' TO WS-TXA-EOF
                PERFORM UNTIL TXA-FIM-ARQUIVO
                    READ TABELA-TAXA
                        AT END
                            MOVE 'F' TO WS-TXA-EOF
                        NOT AT END
                            IF TXA-CODIGO = WS-COD-TAXA
                               AND TXA-ATIVA
                                MOVE 1 TO WS-ACHOU
                                MOVE TXA-VALOR TO WS-VALOR-TAXA
                                MOVE 'F' TO WS-TXA-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TABELA-TAXA
            END-IF
            IF NOT REGISTRO-ACHADO
                DISPLAY 'TAXA ' WS-COD-TAXA ' NAO CADASTRADA OU '
                        'INATIVA NA TABELA DE TAXAS.'
                GO TO 4000-FIM
            END-IF

            OPEN I-O MENSALIDADES
            IF NOT MEN-FS-OK
                OPEN OUTPUT MENSALIDADES
                CLOSE MENSALIDADES
                OPEN I-O MENSALIDADES
            END-IF
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD ').'
                GO TO 4000-FIM
            END-IF

            PERFORM VARYING WS-MES-TAXA FROM 41 BY 1
                    UNTIL WS-MES-TAXA > 99 OR WS-GRAVOU = 1
                COMPUTE WS-COMP-TAXA = WS-HOJE-AAAA * 100
                    + WS-MES-TAXA
                MOVE WS-CD-ALVO TO MEN-CD-STUDENT
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
            CLOSE MENSALIDADES

            IF WS-GRAVOU = 0
                DISPLAY 'FAIXA DE TAXAS DO ANO ESGOTADA PARA O '
                        'ALUNO - TAXA NAO LANCADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 4000-FIM
            END-IF
            MOVE WS-VALOR-TAXA TO WS-VALOR-ED
            DISPLAY 'TAXA ' WS-COD-TAXA ' LANCADA PARA O ALUNO '
                    WS-CD-ALVO ' NA COMPETENCIA ' WS-COMP-TAXA
                    ' - VALOR ' WS-VALOR-ED '.'

            MOVE 'TAXA-LANCAMENTO' TO AUD-CAMPO
            MOVE WS-COD-TAXA TO AUD-VALOR-ANTIGO
            MOVE WS-COMP-TAXA TO AUD-VALOR-NOVO
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-RELACAO-TURMA  --  RELACAO DOS PEDIDOS DEFERIDOS DE UMA
      *                           TURMA PARA O PROFESSOR (DD_LISTA_
      *                           SEGUNDA_CHAMADA): CABECALHO COM A
      *                           MATERIA E O PROFESSOR ATUAL DA TURMA
      *                           (FD_PROF_TURMA) E UMA LINHA POR ALUNO.
      ******************************************************************
       5000-RELACAO-TURMA.
            DISPLAY 'TURMA...................: '
            ACCEPT WS-TURMA-ALVO
            MOVE ZEROS TO WS-CD-ALVO
            PERFORM 2100-CONFERE-INSCRICAO THRU 2100-FIM
            PERFORM 5100-RESOLVE-PROFESSOR THRU 5100-FIM

            OPEN OUTPUT LISTA-PROFESSOR
            IF NOT LST-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-LST-DD ' - FILE STATUS: '
                        WS-LST-FS
                GO TO 5000-FIM
            END-IF
            MOVE SPACES TO LST-LINHA
            STRING 'SEGUNDA CHAMADA - RELACAO DOS PEDIDOS DEFERIDOS - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            STRING 'TURMA ' WS-TURMA-ALVO ' - ' WS-MATERIA-ACHADA
                   ' - PERIODO ' WS-PERIODO-ACHADO
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            STRING 'PROFESSOR ' WS-PROF-ALVO ' - ' WS-PROF-NOME-ALVO
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            WRITE LST-LINHA
            MOVE 'PEDIDO MATRIC. NOME                 PROVA DATA     '
                TO LST-LINHA
            MOVE 'ATESTADO             DEFERIDO EM' TO LST-LINHA(53:)
            WRITE LST-LINHA

            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SCH
                IF WS-ST-TURMA(WS-IDX) = WS-TURMA-ALVO
                   AND WS-ST-SIT(WS-IDX) = 'D'
                    ADD 1 TO WS-QTD-LISTADOS
                    MOVE '(SEM CADASTRO)' TO WS-NOME-TRAB
                    IF ESTUDANTE-ABERTO
                        MOVE WS-ST-CD(WS-IDX) TO CD-STUDENT
                        READ ESTUDANTE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE NM-STUDENT TO WS-NOME-TRAB
                        END-READ
                    END-IF
                    MOVE SPACES TO LST-LINHA
                    STRING WS-ST-ID(WS-IDX) ' '
                           WS-ST-CD(WS-IDX) '  '
                           WS-NOME-TRAB ' '
                           WS-ST-TIPO(WS-IDX) '    '
                           WS-ST-DT-PROVA(WS-IDX) ' '
                           WS-ST-ATESTADO(WS-IDX) ' '
                           WS-ST-DT-DECISAO(WS-IDX)
                           DELIMITED BY SIZE INTO LST-LINHA
                    END-STRING
                    WRITE LST-LINHA
                END-IF
            END-PERFORM
            MOVE SPACES TO LST-LINHA
            WRITE LST-LINHA
            MOVE SPACES TO LST-LINHA
            STRING 'TOTAL DE PEDIDOS DEFERIDOS: ' WS-QTD-LISTADOS
                   DELIMITED BY SIZE INTO LST-LINHA
            END-STRING
            WRITE LST-LINHA
            CLOSE LISTA-PROFESSOR
            DISPLAY 'RELACAO DA TURMA ' WS-TURMA-ALVO ' GERADA EM '
                    WS-LST-DD ' - ' WS-QTD-LISTADOS ' PEDIDO(S).'.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-RESOLVE-PROFESSOR  --  PROFESSOR ATUAL DA TURMA: ATRIBUICAO
      *                               EM FD_PROF_TURMA INICIADA ATE HOJE
      *                               E SEM FIM (OU COM FIM FUTURO); O
      *                               NOME VEM DO CADASTRO DE
      *                               PROFESSORES.
      ******************************************************************
       5100-RESOLVE-PROFESSOR.
            MOVE SPACES TO WS-PROF-ALVO
            MOVE '(SEM PROFESSOR ATRIBUIDO)' TO WS-PROF-NOME-ALVO
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                GO TO 5100-FIM
            END-IF
            MOVE 'N' TO WS-PTU-EOF
            PERFORM UNTIL PTU-FIM-ARQUIVO
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-PTU-EOF
                    NOT AT END
                        IF PTU-TURMA-CODIGO = WS-TURMA-ALVO
                           AND PTU-DT-INICIO <= WS-DATA-HOJE
                            IF PTU-DT-FIM NOT NUMERIC
                               OR PTU-DT-FIM = ZEROS
                               OR PTU-DT-FIM >= WS-DATA-HOJE
                                MOVE PTU-PROF-CODIGO TO WS-PROF-ALVO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA
            IF WS-PROF-ALVO = SPACES
                GO TO 5100-FIM
            END-IF

            MOVE SPACES TO WS-PROF-NOME-ALVO
            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                GO TO 5100-FIM
            END-IF
            MOVE 'N' TO WS-PROF-EOF
            PERFORM UNTIL PROF-FIM-ARQUIVO
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-PROF-EOF
                    NOT AT END
                        IF PROF-CODIGO = WS-PROF-ALVO
                            MOVE PROF-NOME TO WS-PROF-NOME-ALVO
                            MOVE 'F' TO WS-PROF-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA OS PEDIDOS DE SEGUNDA CHAMADA.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'ID     ALUNO TURMA    TP PROVA    PEDIDO   SIT '
                    'DECISAO  COB'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SCH
                DISPLAY WS-ST-ID(WS-IDX) ' '
                        WS-ST-CD(WS-IDX) ' '
                        WS-ST-TURMA(WS-IDX) ' '
                        WS-ST-TIPO(WS-IDX) ' '
                        WS-ST-DT-PROVA(WS-IDX) ' '
                        WS-ST-DT-PEDIDO(WS-IDX) ' '
                        WS-ST-SIT(WS-IDX) '   '
                        WS-ST-DT-DECISAO(WS-IDX) ' '
                        WS-ST-COBRANCA(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-PEDIDOS  --  REGRAVA O ARQUIVO DE PEDIDOS INTEIRO
      *                             A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-PEDIDOS.
            OPEN OUTPUT SEGUNDA-CHAMADA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SCH
                MOVE WS-ST(WS-IDX) TO REG-SEGUNDA-CHAMADA
                WRITE REG-SEGUNDA-CHAMADA
            END-PERFORM
            CLOSE SEGUNDA-CHAMADA.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DE SEGUNDA
      *                            CHAMADA (TRANSACAO N - NOTA).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'N' TO AUD-COD-TRANS
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM SEGUNDACHAMADA.
