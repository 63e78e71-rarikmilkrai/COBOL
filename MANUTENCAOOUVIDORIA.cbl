      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:OUVIDORIA DO ALUNO (FD_OUVIDORIA, OUVIDORIA.TXT), NOS
      *         MOLDES DAS DEMAIS MANUTENCOES: (A)BRE A MANIFESTACAO
      *         RECEBIDA POR E-MAIL, BALCAO, PORTAL OU TELEFONE (ALUNO
      *         OPCIONAL - ZEROS = ANONIMA), NUMERADA PELA SERIE
      *         OUVIDOR DO GERATICKET, ROTEADA PARA A AREA DA
      *         CATEGORIA (FD_OUVIDORIA_CATEGORIA) E COM O PRAZO DE
      *         RESPOSTA DA CATEGORIA EM DIAS UTEIS; (E)NCAMINHA PARA
      *         OUTRA AREA COM DESPACHO; (R)ESPONDE E ENCERRA;
      *         (C)ONSULTA A MANIFESTACAO COM O HISTORICO DE
      *         TRAMITACAO (FD_OUVIDORIA_TRAMITE); E (L)ISTA AS
      *         PENDENTES DE UMA AREA, APONTANDO AS VENCIDAS. TUDO SOB
      *         VALIDAOPERADOR E COM TRILHA VIA GRAVAAUDITORIA
      *         (TRANSACAO Q) - AS MANIFESTACOES SE PERDIAM ENTRE
      *         SECRETARIA, FINANCEIRO E COORDENACAO E A AVALIACAO
      *         INSTITUCIONAL COBRAVA O PRAZO DE RESPOSTA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOOUVIDORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO DYNAMIC WS-OUV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUV-FS.

           SELECT CATEGORIAS ASSIGN TO DYNAMIC WS-OCA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCA-FS.

           SELECT TRAMITES ASSIGN TO DYNAMIC WS-OTR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OTR-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUVIDORIA.
          COPY FD_OUVIDORIA.

       FD CATEGORIAS.
          COPY FD_OUVIDORIA_CATEGORIA.

       FD TRAMITES.
          COPY FD_OUVIDORIA_TRAMITE.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-OUV-DD                PIC X(100) VALUE SPACES.
       01 WS-OCA-DD                PIC X(100) VALUE SPACES.
       01 WS-OTR-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-OUV-FS                PIC XX VALUE SPACES.
          88 OUV-FS-OK             VALUE '00'.
       77 WS-OCA-FS                PIC XX VALUE SPACES.
          88 OCA-FS-OK             VALUE '00'.
       77 WS-OTR-FS                PIC XX VALUE SPACES.
          88 OTR-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-OUV-EOF               PIC X VALUE 'N'.
          88 OUV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-OCA-EOF               PIC X VALUE 'N'.
          88 OCA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-OTR-EOF               PIC X VALUE 'N'.
          88 OTR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-ABRIR        VALUE 'A' 'a'.
             88 TRANS-ENCAMINHAR   VALUE 'E' 'e'.
             88 TRANS-RESPONDER    VALUE 'R' 'r'.
             88 TRANS-CONSULTAR    VALUE 'C' 'c'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-CATEGORIAS.
          05 WS-QTD-CAT            PIC 9(03) VALUE 0.
          05 WS-CAT-TAB OCCURS 100 TIMES.
             10 WS-CAT-CODIGO      PIC X(04).
             10 WS-CAT-DESC        PIC X(30).
             10 WS-CAT-PRAZO       PIC 9(03).
             10 WS-CAT-AREA        PIC X(04).

      * MANIFESTACOES CARREGADAS PARA ENCAMINHAR/RESPONDER (O ARQUIVO
      * E REGRAVADO INTEIRO A PARTIR DA TABELA)
       01 WS-TABELA-MANIFESTACOES.
          05 WS-QTD-OUV            PIC 9(04) VALUE 0.
          05 WS-OUV-REG OCCURS 2000 TIMES PIC X(148).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-NUMERO-ALVO           PIC 9(09) VALUE ZEROS.
       77 WS-CATEGORIA-ALVO        PIC X(04) VALUE SPACES.
       77 WS-AREA-ALVO             PIC X(04) VALUE SPACES.
       77 WS-AREA-ANTERIOR         PIC X(04) VALUE SPACES.
       77 WS-TEXTO-ALVO            PIC X(80) VALUE SPACES.
       77 WS-POS-CAT               PIC 9(03) VALUE ZEROS.
       77 WS-POS-OUV               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-DIAS            PIC 9(03) VALUE ZEROS.
       77 WS-PRAZO-PADRAO          PIC 9(03) VALUE 10.
       77 WS-DIA-CORRENTE          PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-UTEIS            PIC 9(03) VALUE ZEROS.
       77 WS-DT-PRAZO              PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LISTADAS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VENCIDAS          PIC 9(04) VALUE ZEROS.
       77 WS-MARCA-VENCIDA         PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOOUVIDORIA - OUVIDORIA DO ALUNO    *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-OUV-DD FROM ENVIRONMENT 'DD_OUVIDORIA'
            IF WS-OUV-DD = SPACES
                MOVE 'OUVIDORIA.TXT' TO WS-OUV-DD
            END-IF
            ACCEPT WS-OCA-DD FROM ENVIRONMENT 'DD_OUVIDORIA_CATEGORIAS'
            IF WS-OCA-DD = SPACES
                MOVE 'OUVIDORIA_CATEGORIAS.TXT' TO WS-OCA-DD
            END-IF
            ACCEPT WS-OTR-DD FROM ENVIRONMENT 'DD_OUVIDORIA_TRAMITES'
            IF WS-OTR-DD = SPACES
                MOVE 'OUVIDORIA_TRAMITES.TXT' TO WS-OTR-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF

            PERFORM 1000-CARREGA-CATEGORIAS THRU 1000-FIM
            IF WS-QTD-CAT = 0
                DISPLAY 'TABELA DE CATEGORIAS DA OUVIDORIA VAZIA ('
                        WS-OCA-DD ').'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** OUVIDORIA ***'
                DISPLAY '(A)BRIR    (E)NCAMINHAR  (R)ESPONDER'
                DISPLAY '(C)ONSULTAR (L)ISTAR PENDENTES  (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-ABRIR
                        PERFORM 2000-ABRIR THRU 2000-FIM
                    WHEN TRANS-ENCAMINHAR
                        PERFORM 3000-ENCAMINHAR THRU 3000-FIM
                    WHEN TRANS-RESPONDER
                        PERFORM 4000-RESPONDER THRU 4000-FIM
                    WHEN TRANS-CONSULTAR
                        PERFORM 5000-CONSULTAR THRU 5000-FIM
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
      * 1000-CARREGA-CATEGORIAS  --  CARREGA A TABELA DE CATEGORIAS
      *                                (PRAZO ZERADO = 10 DIAS UTEIS).
      ******************************************************************
       1000-CARREGA-CATEGORIAS.
            OPEN INPUT CATEGORIAS
            IF NOT OCA-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-OCA-EOF
            PERFORM UNTIL OCA-FIM-ARQUIVO
                READ CATEGORIAS
                    AT END
                        MOVE 'F' TO WS-OCA-EOF
                    NOT AT END
                        IF OCA-CATEGORIA NOT = SPACES
                           AND WS-QTD-CAT < 100
                            ADD 1 TO WS-QTD-CAT
                            MOVE OCA-CATEGORIA TO
                                 WS-CAT-CODIGO(WS-QTD-CAT)
                            MOVE OCA-DESCRICAO TO
                                 WS-CAT-DESC(WS-QTD-CAT)
                            IF OCA-PRAZO-DIAS NUMERIC
                               AND OCA-PRAZO-DIAS > 0
                                MOVE OCA-PRAZO-DIAS TO
                                     WS-CAT-PRAZO(WS-QTD-CAT)
                            ELSE
                                MOVE WS-PRAZO-PADRAO TO
                                     WS-CAT-PRAZO(WS-QTD-CAT)
                            END-IF
                            MOVE OCA-AREA TO WS-CAT-AREA(WS-QTD-CAT)
                            IF OCA-AREA = SPACES
                                MOVE 'OUVI' TO
                                     WS-CAT-AREA(WS-QTD-CAT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATEGORIAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-MANIFESTACOES  --  CARREGA O ARQUIVO INTEIRO NA
      *                                   TABELA.
      ******************************************************************
       1100-CARREGA-MANIFESTACOES.
            MOVE 0 TO WS-QTD-OUV
            OPEN INPUT OUVIDORIA
            IF NOT OUV-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-OUV-EOF
            PERFORM UNTIL OUV-FIM-ARQUIVO
                READ OUVIDORIA
                    AT END
                        MOVE 'F' TO WS-OUV-EOF
                    NOT AT END
                        IF WS-QTD-OUV < 2000
                            ADD 1 TO WS-QTD-OUV
                            MOVE REG-OUVIDORIA TO
                                 WS-OUV-REG(WS-QTD-OUV)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OUVIDORIA.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-LOCALIZA-MANIFESTACAO  --  CARREGA O ARQUIVO E PROCURA
      *                                   WS-NUMERO-ALVO; ACHANDO,
      *                                   DEIXA O REGISTRO EM
      *                                   REG-OUVIDORIA E A POSICAO EM
      *                                   WS-POS-OUV.
      ******************************************************************
       1200-LOCALIZA-MANIFESTACAO.
            PERFORM 1100-CARREGA-MANIFESTACOES THRU 1100-FIM
            MOVE 0 TO WS-POS-OUV
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OUV
                MOVE WS-OUV-REG(WS-IDX) TO REG-OUVIDORIA
                IF OUV-NUMERO = WS-NUMERO-ALVO
                    MOVE WS-IDX TO WS-POS-OUV
                    MOVE WS-QTD-OUV TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-OUV > 0
                MOVE WS-OUV-REG(WS-POS-OUV) TO REG-OUVIDORIA
            END-IF.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-LOCALIZA-CATEGORIA  --  PROCURA WS-CATEGORIA-ALVO NA
      *                                TABELA (WS-POS-CAT, 0 = NAO
      *                                CADASTRADA).
      ******************************************************************
       1300-LOCALIZA-CATEGORIA.
            MOVE 0 TO WS-POS-CAT
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAT
                IF WS-CAT-CODIGO(WS-IDX) = WS-CATEGORIA-ALVO
                    MOVE WS-IDX TO WS-POS-CAT
                    MOVE WS-QTD-CAT TO WS-IDX
                END-IF
            END-PERFORM.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 2000-ABRIR  --  ABRE UMA MANIFESTACAO: NUMERO DA SERIE OUVIDOR,
      *                   AREA E PRAZO DA CATEGORIA.
      ******************************************************************
       2000-ABRIR.
            DISPLAY 'CD-STUDENT (ZEROS = ANONIMA): '
            MOVE ZEROS TO WS-CD-ALVO
            ACCEPT WS-CD-ALVO
            IF WS-CD-ALVO > ZEROS AND ESTUDANTE-ABERTO
                MOVE WS-CD-ALVO TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        DISPLAY 'CD-STUDENT NAO CADASTRADO.'
                        GO TO 2000-FIM
                END-READ
            END-IF

            MOVE SPACES TO REG-OUVIDORIA
            DISPLAY 'CANAL (E=E-MAIL B=BALCAO P=PORTAL '
                    'T=TELEFONE): '
            ACCEPT OUV-CANAL
            IF NOT OUV-CANAL-VALIDO
                DISPLAY 'CANAL INVALIDO - MANIFESTACAO NAO GRAVADA.'
                GO TO 2000-FIM
            END-IF

            DISPLAY 'CATEGORIAS:'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAT
                DISPLAY '  ' WS-CAT-CODIGO(WS-IDX) ' '
                        WS-CAT-DESC(WS-IDX) ' PRAZO '
                        WS-CAT-PRAZO(WS-IDX) ' DIAS UTEIS - '
                        WS-CAT-AREA(WS-IDX)
            END-PERFORM
            DISPLAY 'CATEGORIA: '
            MOVE SPACES TO WS-CATEGORIA-ALVO
            ACCEPT WS-CATEGORIA-ALVO
            PERFORM 1300-LOCALIZA-CATEGORIA THRU 1300-FIM
            IF WS-POS-CAT = 0
                DISPLAY 'CATEGORIA NAO CADASTRADA - MANIFESTACAO NAO '
                        'GRAVADA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'DESCRICAO: '
            MOVE SPACES TO WS-TEXTO-ALVO
            ACCEPT WS-TEXTO-ALVO
            IF WS-TEXTO-ALVO = SPACES
                DISPLAY 'DESCRICAO OBRIGATORIA - MANIFESTACAO NAO '
                        'GRAVADA.'
                GO TO 2000-FIM
            END-IF

            MOVE 'OUVIDOR' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DE MANIFESTACAO INDISPONIVEL.'
                GO TO 2000-FIM
            END-IF

            MOVE WS-CAT-PRAZO(WS-POS-CAT) TO WS-PRAZO-DIAS
            PERFORM 2100-CALCULA-PRAZO THRU 2100-FIM

            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO OUV-NUMERO
            MOVE WS-CD-ALVO TO OUV-CD-STUDENT
            MOVE WS-CATEGORIA-ALVO TO OUV-CATEGORIA
            MOVE WS-CAT-AREA(WS-POS-CAT) TO OUV-AREA
            MOVE 'A' TO OUV-SITUACAO
            MOVE WS-DATA-HOJE TO OUV-DT-ABERTURA
            MOVE WS-DT-PRAZO TO OUV-DT-PRAZO
            MOVE ZEROS TO OUV-DT-RESPOSTA
            MOVE WS-OPERADOR TO OUV-OPERADOR
            MOVE WS-TEXTO-ALVO TO OUV-DESCRICAO

            OPEN EXTEND OUVIDORIA
            IF NOT OUV-FS-OK
                OPEN OUTPUT OUVIDORIA
            END-IF
            WRITE REG-OUVIDORIA
            CLOSE OUVIDORIA
            DISPLAY 'MANIFESTACAO ' OUV-NUMERO ' ABERTA - AREA '
                    OUV-AREA ' - RESPONDER ATE ' OUV-DT-PRAZO

            MOVE 'A' TO OTR-EVENTO
            MOVE SPACES TO OTR-AREA-ORIGEM
            MOVE OUV-AREA TO OTR-AREA-DESTINO
            MOVE WS-TEXTO-ALVO TO OTR-TEXTO
            PERFORM 8000-GRAVA-TRAMITE THRU 8000-FIM

            MOVE 'OUVID-ABERTURA' TO AUD-CAMPO
            MOVE OUV-CATEGORIA TO AUD-VALOR-ANTIGO
            MOVE OUV-NUMERO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CALCULA-PRAZO  --  PRAZO DE RESPOSTA: HOJE MAIS
      *                           WS-PRAZO-DIAS DIAS UTEIS (SEGUNDA A
      *                           SEXTA; O DIA 1 DO INTEGER-OF-DATE,
      *                           01/01/1601, FOI UMA SEGUNDA).
      ******************************************************************
       2100-CALCULA-PRAZO.
            COMPUTE WS-DIA-CORRENTE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            MOVE 0 TO WS-DIAS-UTEIS
            PERFORM UNTIL WS-DIAS-UTEIS >= WS-PRAZO-DIAS
                ADD 1 TO WS-DIA-CORRENTE
                COMPUTE WS-DIA-SEMANA =
                        FUNCTION MOD(WS-DIA-CORRENTE - 1, 7)
                IF WS-DIA-SEMANA < 5
                    ADD 1 TO WS-DIAS-UTEIS
                END-IF
            END-PERFORM
            COMPUTE WS-DT-PRAZO =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-ENCAMINHAR  --  PASSA UMA MANIFESTACAO EM ANDAMENTO PARA
      *                        OUTRA AREA, COM DESPACHO. O PRAZO DE
      *                        RESPOSTA NAO MUDA.
      ******************************************************************
       3000-ENCAMINHAR.
            DISPLAY 'NUMERO DA MANIFESTACAO: '
            ACCEPT WS-NUMERO-ALVO
            PERFORM 1200-LOCALIZA-MANIFESTACAO THRU 1200-FIM
            IF WS-POS-OUV = 0
                DISPLAY 'MANIFESTACAO NAO ENCONTRADA.'
                GO TO 3000-FIM
            END-IF
            IF NOT OUV-EM-ANDAMENTO
                DISPLAY 'MANIFESTACAO JA RESPONDIDA EM '
                        OUV-DT-RESPOSTA '.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'AREA ATUAL: ' OUV-AREA
            DISPLAY 'ENCAMINHAR PARA A AREA: '
            MOVE SPACES TO WS-AREA-ALVO
            ACCEPT WS-AREA-ALVO
            IF WS-AREA-ALVO = SPACES OR WS-AREA-ALVO = OUV-AREA
                DISPLAY 'AREA DE DESTINO INVALIDA.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'DESPACHO: '
            MOVE SPACES TO WS-TEXTO-ALVO
            ACCEPT WS-TEXTO-ALVO

            MOVE OUV-AREA TO WS-AREA-ANTERIOR
            MOVE WS-AREA-ALVO TO OUV-AREA
            MOVE 'E' TO OUV-SITUACAO
            MOVE REG-OUVIDORIA TO WS-OUV-REG(WS-POS-OUV)
            PERFORM 7000-REGRAVA-MANIFESTACOES THRU 7000-FIM
            DISPLAY 'MANIFESTACAO ' WS-NUMERO-ALVO
                    ' ENCAMINHADA DE ' WS-AREA-ANTERIOR
                    ' PARA ' WS-AREA-ALVO '.'

            MOVE 'E' TO OTR-EVENTO
            MOVE WS-AREA-ANTERIOR TO OTR-AREA-ORIGEM
            MOVE WS-AREA-ALVO TO OTR-AREA-DESTINO
            MOVE WS-TEXTO-ALVO TO OTR-TEXTO
            PERFORM 8000-GRAVA-TRAMITE THRU 8000-FIM

            MOVE 'OUVID-ENCAMINHA' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING WS-NUMERO-ALVO ' ' WS-AREA-ANTERIOR
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE WS-AREA-ALVO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-RESPONDER  --  REGISTRA A RESPOSTA FINAL E ENCERRA A
      *                       MANIFESTACAO.
      ******************************************************************
       4000-RESPONDER.
            DISPLAY 'NUMERO DA MANIFESTACAO: '
            ACCEPT WS-NUMERO-ALVO
            PERFORM 1200-LOCALIZA-MANIFESTACAO THRU 1200-FIM
            IF WS-POS-OUV = 0
                DISPLAY 'MANIFESTACAO NAO ENCONTRADA.'
                GO TO 4000-FIM
            END-IF
            IF NOT OUV-EM-ANDAMENTO
                DISPLAY 'MANIFESTACAO JA RESPONDIDA EM '
                        OUV-DT-RESPOSTA '.'
                GO TO 4000-FIM
            END-IF
            DISPLAY 'RESPOSTA DADA AO MANIFESTANTE: '
            MOVE SPACES TO WS-TEXTO-ALVO
            ACCEPT WS-TEXTO-ALVO
            IF WS-TEXTO-ALVO = SPACES
                DISPLAY 'RESPOSTA OBRIGATORIA.'
                GO TO 4000-FIM
            END-IF

            MOVE 'R' TO OUV-SITUACAO
            MOVE WS-DATA-HOJE TO OUV-DT-RESPOSTA
            MOVE REG-OUVIDORIA TO WS-OUV-REG(WS-POS-OUV)
            PERFORM 7000-REGRAVA-MANIFESTACOES THRU 7000-FIM
            IF OUV-DT-RESPOSTA > OUV-DT-PRAZO
                DISPLAY 'MANIFESTACAO ' WS-NUMERO-ALVO
                        ' RESPONDIDA FORA DO PRAZO (' OUV-DT-PRAZO ').'
            ELSE
                DISPLAY 'MANIFESTACAO ' WS-NUMERO-ALVO
                        ' RESPONDIDA NO PRAZO.'
            END-IF

            MOVE 'R' TO OTR-EVENTO
            MOVE OUV-AREA TO OTR-AREA-ORIGEM
            MOVE SPACES TO OTR-AREA-DESTINO
            MOVE WS-TEXTO-ALVO TO OTR-TEXTO
            PERFORM 8000-GRAVA-TRAMITE THRU 8000-FIM

            MOVE 'OUVID-RESPOSTA' TO AUD-CAMPO
            MOVE WS-NUMERO-ALVO TO AUD-VALOR-ANTIGO
            MOVE OUV-DT-RESPOSTA TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-CONSULTAR  --  MOSTRA A MANIFESTACAO E O HISTORICO DE
      *                       TRAMITACAO.
      ******************************************************************
       5000-CONSULTAR.
            DISPLAY 'NUMERO DA MANIFESTACAO: '
            ACCEPT WS-NUMERO-ALVO
            PERFORM 1200-LOCALIZA-MANIFESTACAO THRU 1200-FIM
            IF WS-POS-OUV = 0
                DISPLAY 'MANIFESTACAO NAO ENCONTRADA.'
                GO TO 5000-FIM
            END-IF
            DISPLAY ' '
            DISPLAY 'MANIFESTACAO.: ' OUV-NUMERO
            IF OUV-CD-STUDENT = ZEROS
                DISPLAY 'ALUNO........: ANONIMA'
            ELSE
                DISPLAY 'ALUNO........: ' OUV-CD-STUDENT
            END-IF
            DISPLAY 'CANAL........: ' OUV-CANAL
            DISPLAY 'CATEGORIA....: ' OUV-CATEGORIA
            DISPLAY 'AREA ATUAL...: ' OUV-AREA
            DISPLAY 'SITUACAO.....: ' OUV-SITUACAO
            DISPLAY 'ABERTA EM....: ' OUV-DT-ABERTURA ' POR '
                    OUV-OPERADOR
            DISPLAY 'PRAZO........: ' OUV-DT-PRAZO
            IF OUV-RESPONDIDA
                DISPLAY 'RESPONDIDA EM: ' OUV-DT-RESPOSTA
            ELSE
                IF OUV-DT-PRAZO < WS-DATA-HOJE
                    COMPUTE WS-DIAS-ATRASO =
                            FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                          - FUNCTION INTEGER-OF-DATE(OUV-DT-PRAZO)
                    DISPLAY 'VENCIDA HA ' WS-DIAS-ATRASO ' DIA(S).'
                END-IF
            END-IF
            DISPLAY 'DESCRICAO....: ' OUV-DESCRICAO

            DISPLAY ' '
            DISPLAY 'TRAMITACAO:'
            OPEN INPUT TRAMITES
            IF NOT OTR-FS-OK
                DISPLAY '  SEM HISTORICO DE TRAMITACAO.'
                GO TO 5000-FIM
            END-IF
            MOVE 'N' TO WS-OTR-EOF
            PERFORM UNTIL OTR-FIM-ARQUIVO
                READ TRAMITES
                    AT END
                        MOVE 'F' TO WS-OTR-EOF
                    NOT AT END
                        IF OTR-NUMERO = WS-NUMERO-ALVO
                            DISPLAY '  ' OTR-DATA ' ' OTR-HORA(1:4)
                                    ' ' OTR-EVENTO ' '
                                    OTR-AREA-ORIGEM '>'
                                    OTR-AREA-DESTINO ' '
                                    OTR-OPERADOR
                            DISPLAY '       ' OTR-TEXTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRAMITES.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA AS MANIFESTACOES EM ANDAMENTO DE UMA
      *                    AREA (BRANCO = TODAS), MARCANDO AS
      *                    VENCIDAS.
      ******************************************************************
       6000-LISTAR.
            DISPLAY 'AREA (BRANCO = TODAS): '
            MOVE SPACES TO WS-AREA-ALVO
            ACCEPT WS-AREA-ALVO
            PERFORM 1100-CARREGA-MANIFESTACOES THRU 1100-FIM
            MOVE 0 TO WS-QTD-LISTADAS
            MOVE 0 TO WS-QTD-VENCIDAS
            DISPLAY ' '
            DISPLAY 'NUMERO    ALUNO CAT  AREA ABERTURA PRAZO'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OUV
                MOVE WS-OUV-REG(WS-IDX) TO REG-OUVIDORIA
                IF OUV-EM-ANDAMENTO
                   AND (WS-AREA-ALVO = SPACES
                        OR OUV-AREA = WS-AREA-ALVO)
                    ADD 1 TO WS-QTD-LISTADAS
                    MOVE SPACES TO WS-MARCA-VENCIDA
                    IF OUV-DT-PRAZO < WS-DATA-HOJE
                        MOVE 'VENCIDA' TO WS-MARCA-VENCIDA
                        ADD 1 TO WS-QTD-VENCIDAS
                    END-IF
                    DISPLAY OUV-NUMERO ' ' OUV-CD-STUDENT ' '
                            OUV-CATEGORIA ' ' OUV-AREA ' '
                            OUV-DT-ABERTURA ' ' OUV-DT-PRAZO ' '
                            WS-MARCA-VENCIDA
                END-IF
            END-PERFORM
            DISPLAY 'PENDENTES: ' WS-QTD-LISTADAS
                    '  VENCIDAS: ' WS-QTD-VENCIDAS.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-MANIFESTACOES  --  REGRAVA O ARQUIVO INTEIRO A
      *                                   PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-MANIFESTACOES.
            OPEN OUTPUT OUVIDORIA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-OUV
                MOVE WS-OUV-REG(WS-IDX) TO REG-OUVIDORIA
                WRITE REG-OUVIDORIA
            END-PERFORM
            CLOSE OUVIDORIA
            MOVE WS-OUV-REG(WS-POS-OUV) TO REG-OUVIDORIA.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 8000-GRAVA-TRAMITE  --  ANEXA O EVENTO AO HISTORICO DE
      *                           TRAMITACAO (EVENTO, AREAS E TEXTO JA
      *                           PREENCHIDOS PELO CHAMADOR).
      ******************************************************************
       8000-GRAVA-TRAMITE.
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE OUV-NUMERO TO OTR-NUMERO
            MOVE WS-DATA-HOJE TO OTR-DATA
            MOVE WS-HORA-AGORA(1:6) TO OTR-HORA
            MOVE WS-OPERADOR TO OTR-OPERADOR
            OPEN EXTEND TRAMITES
            IF NOT OTR-FS-OK
                OPEN OUTPUT TRAMITES
            END-IF
            WRITE REG-OUVIDORIA-TRAMITE
            CLOSE TRAMITES.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DA OUVIDORIA
      *                             (ALUNO DA MANIFESTACAO; ZEROS SE
      *                             ANONIMA).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'Q' TO AUD-COD-TRANS
            MOVE OUV-CD-STUDENT TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOOUVIDORIA.
