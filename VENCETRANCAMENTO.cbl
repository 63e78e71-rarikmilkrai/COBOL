      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:VENCIMENTO DOS TRANCAMENTOS, RODADO ANTES DE CADA
      *         CAMPANHA DE REMATRICULA (DD_PERIODO_DESTINO = PERIODO
      *         DA CAMPANHA, 'AAAA-S'). SOBRE O REGISTRO DE PEDIDOS DO
      *         TRANCAMENTO (FD_TRANCAMENTO):
      *         1) TRANCAMENTO APROVADO CUJO INICIO JA CHEGOU (PERIODO
      *            CORRENTE PELA DATA DO DIA) COM O ALUNO AINDA ATIVO:
      *            VIRA O ALUNO PARA T COM O MOTIVO DO PEDIDO;
      *         2) TRANCAMENTO COM RETORNO NO PERIODO DA CAMPANHA:
      *            RENOVADO (OUTRO APROVADO COMECA NELE) SO ENCERRA;
      *            SENAO AVISA O ALUNO - E-MAIL PELA GRAVAEMAIL PARA
      *            CANAL E-MAIL, SENAO CARTA NO LAYOUT_CONTATO PARA O
      *            EXPORTAMALADIRETA - E FAZ O RETORNO AUTOMATICO
      *            (T -> A, MOTIVO RTR), PARA O ALUNO RECEBER A OFERTA
      *            DA REMATRICULA;
      *         3) ALUNO AINDA TRANCADO CUJO ULTIMO TRANCAMENTO JA
      *            VENCEU (RETORNO ANTERIOR AO PERIODO DA CAMPANHA - NAO
      *            CONFIRMOU A REMATRICULA DO RETORNO E CAIU NO CORTE)
      *            VAI PARA EVASAO (SITUACAO V, MOTIVO ABD) E O PEDIDO
      *            FICA EXPIRADO (X).
      *         TODA MUDANCA DE SITUACAO PASSA PELO CAMINHO AUDITADO
      *         (REWRITE + GRAVAAUDITORIA) E PELA GRAVASTATUSHIST. SEM
      *         DD_VENCE_EFETIVO=S (E OPERADOR AUTORIZADO) SO REPORTA,
      *         NO ESPIRITO DO CORTE DA REMATRICULA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  O e-mail de fim de trancamento passou a levar
      *               o nome de tratamento do aluno (nome social
      *               quando registrado, via RESOLVENOME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCETRANCAMENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT TRANCAMENTOS ASSIGN TO DYNAMIC WS-TRA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRA-FS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC WS-ENDR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENDR-FS.

           SELECT AVISOS ASSIGN TO DYNAMIC WS-AVI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVI-FS.

           SELECT AVISOS-CTRL ASSIGN TO DYNAMIC WS-CTL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD TRANCAMENTOS.
          COPY FD_TRANCAMENTO.

       FD ENDERECOS.
          COPY FD_ENDERECO.

       FD AVISOS.
       01 REG-AVISO-CONTATO.
          COPY LAYOUT_CONTATO.

       FD AVISOS-CTRL.
       01 REG-AVISO-CTRL.
          03 CTL-CD-STUDENT        PIC 9(05).
          03 CTL-PERIODO-RETORNO   PIC X(06).

       FD RELATORIO.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-TRA-DD                PIC X(100) VALUE SPACES.
       01 WS-ENDR-DD               PIC X(100) VALUE SPACES.
       01 WS-AVI-DD                PIC X(100) VALUE SPACES.
       01 WS-CTL-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-TRA-FS                PIC XX VALUE SPACES.
          88 TRA-FS-OK             VALUE '00'.
       77 WS-ENDR-FS               PIC XX VALUE SPACES.
          88 ENDR-FS-OK            VALUE '00'.
       77 WS-AVI-FS                PIC XX VALUE SPACES.
          88 AVI-FS-OK             VALUE '00'.
       77 WS-CTL-FS                PIC XX VALUE SPACES.
          88 CTL-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 FIM-ARQUIVO           VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-SHI-PARM.
          COPY STATUSHIST_PARM.
       01 WS-EML-PARM.
          COPY EMAIL_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.
       77 WS-EFETIVO               PIC X VALUE SPACE.
          88 VENCIMENTO-EFETIVO    VALUE 'S' 's'.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO               PIC X(06) VALUE SPACES.
       77 WS-PERIODO-ATUAL         PIC X(06) VALUE SPACES.
       01 WS-DATA-TRAB             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TRAB.
          05 WS-DATA-TRAB-ANO      PIC 9(04).
          05 WS-DATA-TRAB-MES      PIC 9(02).
          05 WS-DATA-TRAB-DIA      PIC 9(02).
       01 WS-PER-TRAB              PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES WS-PER-TRAB.
          05 WS-PER-ANO            PIC 9(04).
          05 WS-PER-SEP            PIC X(01).
          05 WS-PER-SEM            PIC 9(01).

      * REGISTRO DE TRANCAMENTOS INTEIRO (REGRAVADO NO MODO EFETIVO)
       01 WS-TABELA-TRANCAMENTOS.
          05 WS-QTD-TRA            PIC 9(04) VALUE 0.
          05 WS-TRA-TAB OCCURS 2000 TIMES.
             10 WS-TT-CD           PIC 9(05).
             10 WS-TT-DT-PEDIDO    PIC 9(08).
             10 WS-TT-INICIO       PIC X(06).
             10 WS-TT-QTD          PIC 9(02).
             10 WS-TT-RETORNO      PIC X(06).
             10 WS-TT-MOTIVO       PIC X(03).
             10 WS-TT-SIT          PIC X(01).
                88 WS-TT-APROVADO     VALUE 'A'.
                88 WS-TT-CONTA        VALUE 'A' 'F' 'X'.
             10 WS-TT-MOT-RECUSA   PIC X(03).
             10 WS-TT-DT-SIT       PIC 9(08).
             10 WS-TT-DT-NOTIF     PIC 9(08).
             10 WS-TT-OPERADOR     PIC X(20).
       77 WS-TRA-ESTOUROU          PIC 9 VALUE 0.
          88 TRANCAMENTOS-ESTOURARAM VALUE 1.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-ULTIMO                PIC 9 VALUE 0.
          88 E-O-ULTIMO            VALUE 1.
       77 WS-RENOVADO              PIC 9 VALUE 0.
          88 FOI-RENOVADO          VALUE 1.

      * CONTATO DOS ALUNOS (ENDERECOS)
       01 WS-TABELA-ENDERECOS.
          05 WS-QTD-END            PIC 9(04) VALUE 0.
          05 WS-END-TAB OCCURS 2000 TIMES.
             10 WS-TE-CD           PIC 9(05).
             10 WS-TE-TELEFONE     PIC X(11).
             10 WS-TE-RUA          PIC X(30).
             10 WS-TE-BAIRRO       PIC X(20).
             10 WS-TE-CIDADE       PIC X(20).
             10 WS-TE-UF           PIC X(02).
             10 WS-TE-E-MAIL       PIC X(50).
             10 WS-TE-CANAL        PIC X(01).
                88 WS-TE-CANAL-EMAIL  VALUE 'E'.
       77 WS-IDX-END               PIC 9(04) VALUE ZEROS.
       77 WS-POS-END               PIC 9(04) VALUE ZEROS.

       77 WS-ACHOU-ALUNO           PIC 9 VALUE 0.
          88 ACHOU-ALUNO           VALUE 1.
       77 WS-STATUS-ANTIGO         PIC X(01) VALUE SPACE.
       77 WS-STATUS-NOVO           PIC X(01) VALUE SPACE.
       77 WS-MOTIVO-SHI            PIC X(03) VALUE SPACES.
       77 WS-STATUS-GRAVADO        PIC 9 VALUE 0.
          88 STATUS-GRAVADO        VALUE 1.
       77 WS-ACAO                  PIC X(40) VALUE SPACES.
       77 WS-CANAL-AVISO           PIC X(06) VALUE SPACES.

       77 WS-QTD-INICIADOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RENOVADOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RETORNOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EMAILS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CARTAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EVADIDOS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENCERRADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* VENCETRANCAMENTO - VENCIMENTO DE TRANCAMENTO*'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-TRAB
            MOVE WS-DATA-TRAB-ANO TO WS-PER-ANO
            MOVE '-' TO WS-PER-SEP
            IF WS-DATA-TRAB-MES <= 6
                MOVE 1 TO WS-PER-SEM
            ELSE
                MOVE 2 TO WS-PER-SEM
            END-IF
            MOVE WS-PER-TRAB TO WS-PERIODO-ATUAL

            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_DESTINO'
            MOVE WS-PERIODO TO WS-PER-TRAB
            IF WS-PER-ANO NOT NUMERIC OR WS-PER-SEP NOT = '-'
               OR (WS-PER-SEM NOT = 1 AND WS-PER-SEM NOT = 2)
                DISPLAY 'PERIODO DA CAMPANHA INVALIDO OU NAO '
                        'INFORMADO (DD_PERIODO_DESTINO AAAA-S): '
                        WS-PERIODO
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            DISPLAY 'PERIODO DA CAMPANHA: ' WS-PERIODO
                    ' - PERIODO CORRENTE: ' WS-PERIODO-ATUAL

            ACCEPT WS-EFETIVO FROM ENVIRONMENT 'DD_VENCE_EFETIVO'
            IF VENCIMENTO-EFETIVO
                PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
                IF NOT OPERADOR-AUTORIZADO
                    DISPLAY 'VENCIMENTO NEGADO - OPERADOR SEM '
                            'AUTORIZACAO.'
                    MOVE 4 TO RETURN-CODE
                    GO TO FIM-DO-PROGRAMA
                END-IF
            ELSE
                ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
                DISPLAY 'ENSAIO - NADA SERA GRAVADO (USE '
                        'DD_VENCE_EFETIVO=S PARA EFETIVAR).'
            END-IF

            PERFORM 1000-CARREGA-TRANCAMENTOS THRU 1000-FIM
            IF RETURN-CODE NOT = 0
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1100-CARREGA-ENDERECOS THRU 1100-FIM

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            IF VENCIMENTO-EFETIVO
                OPEN I-O ESTUDANTE
            ELSE
                OPEN INPUT ESTUDANTE
            END-IF
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'VENCETRANCAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1200-ABRE-SAIDAS THRU 1200-FIM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TRA
                IF WS-TT-APROVADO(WS-IDX)
                    PERFORM 2000-TRATA-APROVADO THRU 2000-FIM
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TRA
                IF WS-TT-CONTA(WS-IDX)
                   AND WS-TT-SIT(WS-IDX) NOT = 'X'
                   AND WS-TT-RETORNO(WS-IDX) < WS-PERIODO
                    PERFORM 3000-TRATA-VENCIDO THRU 3000-FIM
                END-IF
            END-PERFORM

            CLOSE ESTUDANTE
            CLOSE AVISOS
            CLOSE AVISOS-CTRL
            IF VENCIMENTO-EFETIVO
                PERFORM 7000-REGRAVA-TRANCAMENTOS THRU 7000-FIM
            END-IF
            PERFORM 8000-TOTAIS THRU 8000-FIM
            CLOSE RELATORIO.

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
      * 1000-CARREGA-TRANCAMENTOS  --  CARREGA O REGISTRO INTEIRO. ALEM
      *                                  DA TABELA A RODADA E RECUSADA
      *                                  (RC 8): A REGRAVACAO PERDERIA
      *                                  OS PEDIDOS QUE FICASSEM FORA.
      ******************************************************************
       1000-CARREGA-TRANCAMENTOS.
            ACCEPT WS-TRA-DD FROM ENVIRONMENT 'DD_TRANCAMENTOS'
            IF WS-TRA-DD = SPACES
                MOVE 'TRANCAMENTOS.TXT' TO WS-TRA-DD
            END-IF
            OPEN INPUT TRANCAMENTOS
            IF NOT TRA-FS-OK
                DISPLAY 'SEM REGISTRO DE TRANCAMENTOS (' WS-TRA-DD
                        ') - NADA A VENCER.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ TRANCAMENTOS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF WS-QTD-TRA < 2000
                            ADD 1 TO WS-QTD-TRA
                            MOVE REG-TRANCAMENTO TO
                                 WS-TRA-TAB(WS-QTD-TRA)
                        ELSE
                            MOVE 1 TO WS-TRA-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TRANCAMENTOS
            IF TRANCAMENTOS-ESTOURARAM
                DISPLAY 'REGISTRO DE TRANCAMENTOS EXCEDE 2000 PEDIDOS '
                        '- RODADA RECUSADA.'
                MOVE 'VENCETRANCAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-TRANCAMENTOS' TO LOG-PARAGRAFO
                                                     OF WS-LOG-PARM
                MOVE 'REGISTRO DE TRANCAMENTOS ACIMA DA TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-ENDERECOS  --  CONTATO DOS ALUNOS PARA O AVISO.
      ******************************************************************
       1100-CARREGA-ENDERECOS.
            ACCEPT WS-ENDR-DD FROM ENVIRONMENT 'DD_ENDERECOS'
            IF WS-ENDR-DD = SPACES
                MOVE 'ENDERECOS.TXT' TO WS-ENDR-DD
            END-IF
            OPEN INPUT ENDERECOS
            IF NOT ENDR-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ ENDERECOS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF WS-QTD-END < 2000
                            ADD 1 TO WS-QTD-END
                            MOVE END-CD-STUDENT TO
                                 WS-TE-CD(WS-QTD-END)
                            MOVE END-TELEFONE TO
                                 WS-TE-TELEFONE(WS-QTD-END)
                            MOVE END-RUA TO WS-TE-RUA(WS-QTD-END)
                            MOVE END-BAIRRO TO
                                 WS-TE-BAIRRO(WS-QTD-END)
                            MOVE END-CIDADE TO
                                 WS-TE-CIDADE(WS-QTD-END)
                            MOVE END-UF TO WS-TE-UF(WS-QTD-END)
                            MOVE END-E-MAIL TO
                                 WS-TE-E-MAIL(WS-QTD-END)
                            MOVE END-CANAL TO
                                 WS-TE-CANAL(WS-QTD-END)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDERECOS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-ABRE-SAIDAS  --  RELATORIO DA RODADA E ARQUIVOS DA CARTA
      *                         DE AVISO (SO GRAVADOS NO MODO EFETIVO).
      ******************************************************************
       1200-ABRE-SAIDAS.
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_VENCE_TRANC'
            IF WS-RPT-DD = SPACES
                MOVE 'VENCE_TRANCAMENTO.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-AVI-DD FROM ENVIRONMENT 'DD_AVISOS_TRANCAMENTO'
            IF WS-AVI-DD = SPACES
                MOVE 'AVISOS_TRANCAMENTO.DAT' TO WS-AVI-DD
            END-IF
            ACCEPT WS-CTL-DD FROM ENVIRONMENT
                   'DD_AVISOS_TRANCAMENTO_CTRL'
            IF WS-CTL-DD = SPACES
                MOVE 'AVISOS_TRANCAMENTO_CTRL.TXT' TO WS-CTL-DD
            END-IF
            OPEN OUTPUT RELATORIO
            OPEN OUTPUT AVISOS
            OPEN OUTPUT AVISOS-CTRL

            MOVE SPACES TO RPT-LINHA
            STRING 'VENCIMENTO DE TRANCAMENTOS - CAMPANHA ' WS-PERIODO
                   ' - ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            IF VENCIMENTO-EFETIVO
                MOVE 'RODADA EFETIVA' TO RPT-LINHA
            ELSE
                MOVE 'ENSAIO - NADA GRAVADO' TO RPT-LINHA
            END-IF
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'ALUNO NOME                 INICIO RETORNO ACAO'
                TO RPT-LINHA
            WRITE RPT-LINHA.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 2000-TRATA-APROVADO  --  PEDIDO APROVADO WS-IDX: INICIO QUE JA
      *                            CHEGOU, RETORNO NO PERIODO DA
      *                            CAMPANHA (RENOVACAO OU RETORNO COM
      *                            AVISO) E PEDIDO VENCIDO DE ALUNO QUE
      *                            NAO ESTA MAIS TRANCADO (ENCERRADO).
      ******************************************************************
       2000-TRATA-APROVADO.
            PERFORM 9100-LE-ALUNO THRU 9100-FIM
            IF NOT ACHOU-ALUNO
                GO TO 2000-FIM
            END-IF

            IF WS-TT-INICIO(WS-IDX) <= WS-PERIODO-ATUAL
               AND WS-TT-RETORNO(WS-IDX) > WS-PERIODO-ATUAL
               AND STUDENT-ATIVO
                MOVE 'T' TO WS-STATUS-NOVO
                MOVE WS-TT-MOTIVO(WS-IDX) TO WS-MOTIVO-SHI
                PERFORM 9200-MUDA-STATUS THRU 9200-FIM
                IF STATUS-GRAVADO
                    ADD 1 TO WS-QTD-INICIADOS
                    MOVE 'INICIO DO TRANCAMENTO (T)' TO WS-ACAO
                    PERFORM 9300-LINHA THRU 9300-FIM
                END-IF
            END-IF

            EVALUATE TRUE
                WHEN WS-TT-RETORNO(WS-IDX) = WS-PERIODO
                    PERFORM 2100-ENCERRA-NO-RETORNO THRU 2100-FIM
                WHEN WS-TT-RETORNO(WS-IDX) < WS-PERIODO
                     AND NOT STUDENT-TRANCADO
                    MOVE 'F' TO WS-TT-SIT(WS-IDX)
                    MOVE WS-DATA-HOJE TO WS-TT-DT-SIT(WS-IDX)
                    ADD 1 TO WS-QTD-ENCERRADOS
                    MOVE 'ENCERRADO (ALUNO NAO TRANCADO)' TO WS-ACAO
                    PERFORM 9300-LINHA THRU 9300-FIM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-ENCERRA-NO-RETORNO  --  RETORNO NO PERIODO DA CAMPANHA.
      *                                RENOVADO: SO ENCERRA. SENAO
      *                                AVISA O ALUNO E, TRANCADO, FAZ O
      *                                RETORNO AUTOMATICO (MOTIVO RTR).
      ******************************************************************
       2100-ENCERRA-NO-RETORNO.
            MOVE 0 TO WS-RENOVADO
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-TRA
                IF WS-IDX-2 NOT = WS-IDX
                   AND WS-TT-CD(WS-IDX-2) = WS-TT-CD(WS-IDX)
                   AND WS-TT-APROVADO(WS-IDX-2)
                   AND WS-TT-INICIO(WS-IDX-2) = WS-TT-RETORNO(WS-IDX)
                    MOVE 1 TO WS-RENOVADO
                    MOVE WS-QTD-TRA TO WS-IDX-2
                END-IF
            END-PERFORM
            MOVE 'F' TO WS-TT-SIT(WS-IDX)
            MOVE WS-DATA-HOJE TO WS-TT-DT-SIT(WS-IDX)
            IF FOI-RENOVADO
                ADD 1 TO WS-QTD-RENOVADOS
                MOVE 'ENCERRADO - RENOVADO' TO WS-ACAO
                PERFORM 9300-LINHA THRU 9300-FIM
                GO TO 2100-FIM
            END-IF
            IF NOT STUDENT-ATIVO AND NOT STUDENT-TRANCADO
                ADD 1 TO WS-QTD-ENCERRADOS
                MOVE 'ENCERRADO (ALUNO NAO TRANCADO)' TO WS-ACAO
                PERFORM 9300-LINHA THRU 9300-FIM
                GO TO 2100-FIM
            END-IF

            PERFORM 2200-AVISA-ALUNO THRU 2200-FIM
            MOVE WS-DATA-HOJE TO WS-TT-DT-NOTIF(WS-IDX)
            IF STUDENT-TRANCADO
                MOVE 'A' TO WS-STATUS-NOVO
                MOVE 'RTR' TO WS-MOTIVO-SHI
                PERFORM 9200-MUDA-STATUS THRU 9200-FIM
            END-IF
            ADD 1 TO WS-QTD-RETORNOS
            MOVE SPACES TO WS-ACAO
            STRING 'RETORNO (A) - AVISO POR ' WS-CANAL-AVISO
                   DELIMITED BY SIZE INTO WS-ACAO
            END-STRING
            PERFORM 9300-LINHA THRU 9300-FIM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-AVISA-ALUNO  --  E-MAIL PARA O ALUNO COM CANAL E-MAIL,
      *                         SENAO CARTA (LAYOUT_CONTATO + LINHA DE
      *                         CONTROLE COM O PERIODO DE RETORNO).
      ******************************************************************
       2200-AVISA-ALUNO.
            MOVE 0 TO WS-POS-END
            PERFORM VARYING WS-IDX-END FROM 1 BY 1
                    UNTIL WS-IDX-END > WS-QTD-END
                IF WS-TE-CD(WS-IDX-END) = WS-TT-CD(WS-IDX)
                    MOVE WS-IDX-END TO WS-POS-END
                END-IF
            END-PERFORM

            IF WS-POS-END > 0
                IF WS-TE-CANAL-EMAIL(WS-POS-END)
                   AND WS-TE-E-MAIL(WS-POS-END) NOT = SPACES
                    MOVE 'E-MAIL' TO WS-CANAL-AVISO
                    IF VENCIMENTO-EFETIVO
                        MOVE WS-TE-E-MAIL(WS-POS-END) TO
                             EML-ENDERECO OF WS-EML-PARM
                        MOVE 'FIM DO TRANCAMENTO' TO
                             EML-ASSUNTO OF WS-EML-PARM
                        MOVE SPACES TO EML-REFERENCIA OF WS-EML-PARM
                        STRING 'TRANCAMENTO AL ' WS-TT-CD(WS-IDX)
                               ' RETORNO ' WS-TT-RETORNO(WS-IDX)
                               DELIMITED BY SIZE
                               INTO EML-REFERENCIA OF WS-EML-PARM
                        END-STRING
                        MOVE CD-STUDENT TO NOM-P-CD-STUDENT
                        MOVE NM-STUDENT TO NOM-P-NM-CIVIL
                        CALL 'RESOLVENOME' USING WS-NOM-PARM
                        MOVE NOM-P-NOME TO EML-NOME OF WS-EML-PARM
                        CALL 'GRAVAEMAIL' USING WS-EML-PARM
                    END-IF
                    ADD 1 TO WS-QTD-EMAILS
                    GO TO 2200-FIM
                END-IF
            END-IF

            MOVE 'CARTA' TO WS-CANAL-AVISO
            ADD 1 TO WS-QTD-CARTAS
            IF NOT VENCIMENTO-EFETIVO
                GO TO 2200-FIM
            END-IF
            MOVE SPACES TO REG-AVISO-CONTATO
            MOVE NM-STUDENT TO WS-NOME OF REG-AVISO-CONTATO
            IF WS-POS-END > 0
                STRING WS-TE-RUA(WS-POS-END) DELIMITED BY '  '
                       ' - ' DELIMITED BY SIZE
                       WS-TE-BAIRRO(WS-POS-END) DELIMITED BY '  '
                       INTO WS-ENDERECO OF REG-AVISO-CONTATO
                END-STRING
                MOVE WS-TE-TELEFONE(WS-POS-END) TO
                     WS-TELEFONE OF REG-AVISO-CONTATO
                MOVE WS-TE-CIDADE(WS-POS-END) TO
                     WS-CIDADE OF REG-AVISO-CONTATO
                MOVE WS-TE-UF(WS-POS-END) TO
                     WS-UF OF REG-AVISO-CONTATO
            END-IF
            WRITE REG-AVISO-CONTATO
            MOVE WS-TT-CD(WS-IDX) TO CTL-CD-STUDENT
            MOVE WS-TT-RETORNO(WS-IDX) TO CTL-PERIODO-RETORNO
            WRITE REG-AVISO-CTRL.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 3000-TRATA-VENCIDO  --  PEDIDO WS-IDX COM RETORNO ANTERIOR AO
      *                           PERIODO DA CAMPANHA: SE E O ULTIMO
      *                           TRANCAMENTO DO ALUNO E ELE CONTINUA
      *                           TRANCADO, EVASAO (V, MOTIVO ABD) E O
      *                           PEDIDO FICA EXPIRADO.
      ******************************************************************
       3000-TRATA-VENCIDO.
            MOVE 1 TO WS-ULTIMO
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-TRA
                IF WS-IDX-2 NOT = WS-IDX
                   AND WS-TT-CD(WS-IDX-2) = WS-TT-CD(WS-IDX)
                   AND WS-TT-CONTA(WS-IDX-2)
                   AND WS-TT-RETORNO(WS-IDX-2) > WS-TT-RETORNO(WS-IDX)
                    MOVE 0 TO WS-ULTIMO
                    MOVE WS-QTD-TRA TO WS-IDX-2
                END-IF
            END-PERFORM
            IF NOT E-O-ULTIMO
                GO TO 3000-FIM
            END-IF
            PERFORM 9100-LE-ALUNO THRU 9100-FIM
            IF NOT ACHOU-ALUNO OR NOT STUDENT-TRANCADO
                GO TO 3000-FIM
            END-IF

            MOVE 'V' TO WS-STATUS-NOVO
            MOVE 'ABD' TO WS-MOTIVO-SHI
            PERFORM 9200-MUDA-STATUS THRU 9200-FIM
            IF NOT STATUS-GRAVADO
                GO TO 3000-FIM
            END-IF
            MOVE 'X' TO WS-TT-SIT(WS-IDX)
            MOVE WS-DATA-HOJE TO WS-TT-DT-SIT(WS-IDX)
            ADD 1 TO WS-QTD-EVADIDOS
            MOVE 'EVASAO (V) - TRANCAMENTO VENCIDO' TO WS-ACAO
            PERFORM 9300-LINHA THRU 9300-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-TRANCAMENTOS  --  REGRAVA O REGISTRO COM AS
      *                                  SITUACOES DA RODADA.
      ******************************************************************
       7000-REGRAVA-TRANCAMENTOS.
            OPEN OUTPUT TRANCAMENTOS
            IF NOT TRA-FS-OK
                DISPLAY 'ERRO AO REGRAVAR ' WS-TRA-DD
                        ' - FILE STATUS: ' WS-TRA-FS
                MOVE 'VENCETRANCAMENTO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '7000-REGRAVA-TRANCAMENTOS' TO LOG-PARAGRAFO
                                                     OF WS-LOG-PARM
                MOVE 'REGISTRO DE TRANCAMENTOS NAO REGRAVADO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TRA
                MOVE WS-TRA-TAB(WS-IDX) TO REG-TRANCAMENTO
                WRITE REG-TRANCAMENTO
            END-PERFORM
            CLOSE TRANCAMENTOS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 8000-TOTAIS  --  TOTAIS DA RODADA NO RELATORIO E NO CONSOLE.
      ******************************************************************
       8000-TOTAIS.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'INICIADOS ' WS-QTD-INICIADOS
                   ' - RENOVADOS ' WS-QTD-RENOVADOS
                   ' - RETORNOS ' WS-QTD-RETORNOS
                   ' (E-MAIL ' WS-QTD-EMAILS ' CARTA ' WS-QTD-CARTAS
                   ') - EVASOES ' WS-QTD-EVADIDOS
                   ' - ENCERRADOS ' WS-QTD-ENCERRADOS
                   ' - ERROS ' WS-QTD-ERROS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            DISPLAY 'TRANCAMENTOS INICIADOS...: ' WS-QTD-INICIADOS
            DISPLAY 'ENCERRADOS POR RENOVACAO.: ' WS-QTD-RENOVADOS
            DISPLAY 'RETORNOS AUTOMATICOS.....: ' WS-QTD-RETORNOS
            DISPLAY '  AVISOS POR E-MAIL......: ' WS-QTD-EMAILS
            DISPLAY '  AVISOS POR CARTA.......: ' WS-QTD-CARTAS
            DISPLAY 'EVASOES (TRANC. VENCIDO).: ' WS-QTD-EVADIDOS
            DISPLAY 'ENCERRADOS SEM MUDANCA...: ' WS-QTD-ENCERRADOS
            IF WS-QTD-ERROS > 0
                DISPLAY 'ERROS DE REGRAVACAO......: ' WS-QTD-ERROS
                MOVE 4 TO RETURN-CODE
            END-IF.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 9100-LE-ALUNO  --  LE O ALUNO DO PEDIDO WS-IDX.
      ******************************************************************
       9100-LE-ALUNO.
            MOVE 1 TO WS-ACHOU-ALUNO
            MOVE WS-TT-CD(WS-IDX) TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    MOVE 0 TO WS-ACHOU-ALUNO
            END-READ.
       9100-FIM.
            EXIT.

      ******************************************************************
      * 9200-MUDA-STATUS  --  STUDENT-STATUS -> WS-STATUS-NOVO PELO
      *                         CAMINHO AUDITADO + HISTORICO DE STATUS
      *                         COM WS-MOTIVO-SHI. NO ENSAIO SO MUDA A
      *                         COPIA EM MEMORIA.
      ******************************************************************
       9200-MUDA-STATUS.
            MOVE 0 TO WS-STATUS-GRAVADO
            MOVE STUDENT-STATUS TO WS-STATUS-ANTIGO
            MOVE WS-STATUS-NOVO TO STUDENT-STATUS
            IF NOT VENCIMENTO-EFETIVO
                MOVE 1 TO WS-STATUS-GRAVADO
                GO TO 9200-FIM
            END-IF
            REWRITE REG-ESTUDANTE
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR ESTUDANTE ' CD-STUDENT
                    MOVE 'VENCETRANCAMENTO' TO LOG-PROGRAMA
                                                OF WS-LOG-PARM
                    MOVE '9200-MUDA-STATUS' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                    MOVE 'ERRO AO REGRAVAR A SITUACAO DO ALUNO'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE WS-STATUS-ANTIGO TO STUDENT-STATUS
                    ADD 1 TO WS-QTD-ERROS
                    GO TO 9200-FIM
            END-REWRITE
            MOVE 1 TO WS-STATUS-GRAVADO

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'A' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'STUDENT-STATUS' TO AUD-CAMPO
            MOVE WS-STATUS-ANTIGO TO AUD-VALOR-ANTIGO
            MOVE STUDENT-STATUS TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            MOVE CD-STUDENT TO SHI-CD-STUDENT
            MOVE WS-STATUS-ANTIGO TO SHI-STATUS-ANTIGO
            MOVE STUDENT-STATUS TO SHI-STATUS-NOVO
            MOVE WS-MOTIVO-SHI TO SHI-MOTIVO
            MOVE WS-OPERADOR TO SHI-OPERADOR
            CALL 'GRAVASTATUSHIST' USING WS-SHI-PARM.
       9200-FIM.
            EXIT.

      ******************************************************************
      * 9300-LINHA  --  LINHA DO RELATORIO PARA O PEDIDO WS-IDX.
      ******************************************************************
       9300-LINHA.
            MOVE SPACES TO RPT-LINHA
            STRING WS-TT-CD(WS-IDX) ' ' NM-STUDENT ' '
                   WS-TT-INICIO(WS-IDX) ' ' WS-TT-RETORNO(WS-IDX)
                   '  ' WS-ACAO
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       9300-FIM.
            EXIT.

       END PROGRAM VENCETRANCAMENTO.
