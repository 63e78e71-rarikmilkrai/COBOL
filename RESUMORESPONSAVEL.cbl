      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RESUMO SEMANAL AO RESPONSAVEL DO ALUNO MENOR DE IDADE:
      *         SELECIONA NO CADASTRO OS ALUNOS COM MENOS DE 18 ANOS
      *         (STUDENT-DT-NASCIMENTO) QUE TEM RESPONSAVEL CADASTRADO
      *         (RESPONSAVEIS.TXT) E JUNTA O QUE ACONTECEU NA SEMANA
      *         (DD_RESUMO_DATA_FIM, PADRAO HOJE, E OS SEIS DIAS
      *         ANTERIORES): FALTAS DO FREQ_SESSAO, OCORRENCIAS
      *         DISCIPLINARES NOVAS, NOTAS PUBLICADAS (LOTE POSTADO OU
      *         TURMA LIBERADA PELA COORDENACAO NA SEMANA - NOTA EM
      *         EMBARGO NAO SAI, COMO NO NOTIFICANOTAS) E AS
      *         MENSALIDADES ABERTAS VENCIDAS OU A VENCER NOS PROXIMOS
      *         SETE DIAS. GERA UM RESUMO POR RESPONSAVEL (PELO CPF -
      *         IRMAOS SAEM NO MESMO RESUMO) EM RESUMO_RESPONSAVEL.TXT
      *         E O ENVIA PELA FILA DE E-MAIL (GRAVAEMAIL) QUANDO O
      *         RESPONSAVEL TEM E-MAIL, OU PELA MALA DIRETA (ARQUIVO DE
      *         CARTAS NO LAYOUT_CONTATO, PARA O EXPORTAMALADIRETA)
      *         QUANDO TEM SO ENDERECO. RESPONSAVEL SEM NADA A RELATAR
      *         NA SEMANA NAO RECEBE RESUMO. O RELATORIO DE CONTROLE
      *         LISTA O MENOR SEM RESPONSAVEL CADASTRADO OU COM
      *         RESPONSAVEL SEM E-MAIL NEM ENDERECO COMPLETO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - os pais so ficavam sabendo das faltas
      *               e ocorrencias do filho no fim do periodo.
      * 15/10/26 RMS  Relatorio emitido passou a ser registrado no
      *               repositorio de relatorios (ARQUIVARELATORIO:
      *               copia sob nome gerado e linha no indice, para
      *               consulta e reimpressao pelo CONSULTARELATORIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMORESPONSAVEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT RESPONSAVEIS ASSIGN TO DYNAMIC WS-RSP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSP-FS.

           SELECT FREQ-SESSAO ASSIGN TO DYNAMIC WS-SES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SES-FS.

           SELECT OCORRENCIAS ASSIGN TO DYNAMIC WS-OCO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCO-FS.

           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT LOTES-POSTADOS ASSIGN TO DYNAMIC WS-LP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LP-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT RESUMO ASSIGN TO DYNAMIC WS-RES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RES-FS.

           SELECT CARTAS ASSIGN TO DYNAMIC WS-CAR-DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CAR-FS.

           SELECT CARTAS-CTRL ASSIGN TO DYNAMIC WS-CTL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FS.

           SELECT RELATORIO-CTRL ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD RESPONSAVEIS.
          COPY FD_RESPONSAVEL.

       FD FREQ-SESSAO.
          COPY FD_FREQ_SESSAO.

       FD OCORRENCIAS.
          COPY FD_OCORRENCIA.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD LOTES-POSTADOS.
          COPY FD_LOTE_POSTADO.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

      * UMA LINHA POR ITEM DO RESUMO, AGRUPADAS POR RESPONSAVEL (RSP =
      * ABERTURA DO RESUMO, ALU = ALUNO, FAL/OCO/NOT/MEN = ITENS DO
      * ALUNO), PARA O DISPARADOR DE E-MAIL E PARA A GRAFICA.
       FD RESUMO.
       01 REG-RESUMO.
          03 RES-CPF-RESP          PIC 9(11).
          03 RES-CD-STUDENT        PIC 9(05).
          03 RES-TIPO              PIC X(03).
          03 RES-DATA              PIC 9(08).
          03 RES-TEXTO             PIC X(80).

       FD CARTAS.
       01 REG-CARTA-CONTATO.
          COPY LAYOUT_CONTATO.

       FD CARTAS-CTRL.
       01 REG-CARTA-CTRL.
          03 CTL-CPF-RESP          PIC 9(11).
          03 CTL-CD-STUDENT        PIC 9(05).

       FD RELATORIO-CTRL.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-RSP-DD                PIC X(100) VALUE SPACES.
       01 WS-SES-DD                PIC X(100) VALUE SPACES.
       01 WS-OCO-DD                PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-LP-DD                 PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-RES-DD                PIC X(100) VALUE SPACES.
       01 WS-CAR-DD                PIC X(100) VALUE SPACES.
       01 WS-CTL-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-RSP-FS                PIC XX VALUE SPACES.
          88 RSP-FS-OK             VALUE '00'.
       77 WS-SES-FS                PIC XX VALUE SPACES.
          88 SES-FS-OK             VALUE '00'.
       77 WS-OCO-FS                PIC XX VALUE SPACES.
          88 OCO-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-LP-FS                 PIC XX VALUE SPACES.
          88 LP-FS-OK              VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-RES-FS                PIC XX VALUE SPACES.
       77 WS-CAR-FS                PIC XX VALUE SPACES.
       77 WS-CTL-FS                PIC XX VALUE SPACES.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-RSP-EOF               PIC X VALUE 'N'.
          88 RSP-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SES-EOF               PIC X VALUE 'N'.
          88 SES-FIM-ARQUIVO       VALUE 'F'.
       77 WS-OCO-EOF               PIC X VALUE 'N'.
          88 OCO-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HIST-EOF              PIC X VALUE 'N'.
          88 HIST-FIM-ARQUIVO      VALUE 'F'.
       77 WS-LP-EOF                PIC X VALUE 'N'.
          88 LP-FIM-ARQUIVO        VALUE 'F'.
       77 WS-MEN-EOF               PIC X VALUE 'N'.
          88 MEN-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-EML-PARM.
          COPY EMAIL_PARM.
       01 WS-LBC-PARM.
          COPY LIBERACAO_PARM.

      * JANELA DA SEMANA
       77 WS-PARM-TXT              PIC X(10) VALUE SPACES.
       77 WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LIMITE-MEN       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-FIM              PIC 9(07) VALUE ZEROS.
       77 WS-IDADE                 PIC 9(03) VALUE ZEROS.

      * RESPONSAVEIS CADASTRADOS
       01 WS-TABELA-RESP.
          05 WS-QTD-RSP            PIC 9(05) VALUE 0.
          05 WS-RSP-ITEM OCCURS 5000 TIMES.
             10 WS-RSP-CD          PIC 9(05).
             10 WS-RSP-CPF         PIC 9(11).
             10 WS-RSP-NOME        PIC X(30).
             10 WS-RSP-ENDERECO    PIC X(60).
             10 WS-RSP-TELEFONE    PIC X(20).
             10 WS-RSP-E-MAIL      PIC X(50).
             10 WS-RSP-CIDADE      PIC X(30).
             10 WS-RSP-UF          PIC X(02).
       77 WS-IDX-RSP               PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-RSP             PIC 9(05) VALUE ZEROS.

      * MENORES SELECIONADOS E A QUEM O RESUMO DE CADA UM VAI
       01 WS-TABELA-MENORES.
          05 WS-QTD-MNR            PIC 9(05) VALUE 0.
          05 WS-MNR-ITEM OCCURS 3000 TIMES.
             10 WS-MNR-CD          PIC 9(05).
             10 WS-MNR-NOME        PIC X(20).
             10 WS-MNR-GRD         PIC 9(05).
             10 WS-MNR-QTD-ITENS   PIC 9(05).
       77 WS-IDX-MNR               PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-MNR             PIC 9(05) VALUE ZEROS.
       77 WS-BUSCA-CD              PIC 9(05) VALUE ZEROS.

      * RESPONSAVEIS QUE RECEBEM RESUMO (UM POR CPF)
       01 WS-TABELA-GUARDIOES.
          05 WS-QTD-GRD            PIC 9(05) VALUE 0.
          05 WS-GRD-ITEM OCCURS 3000 TIMES.
             10 WS-GRD-CPF         PIC 9(11).
             10 WS-GRD-RSP         PIC 9(05).
             10 WS-GRD-CANAL       PIC X(01).
                88 GRD-CANAL-EMAIL VALUE 'E'.
                88 GRD-CANAL-MALA  VALUE 'M'.
             10 WS-GRD-QTD-ITENS   PIC 9(05).
       77 WS-IDX-GRD               PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-GRD             PIC 9(05) VALUE ZEROS.
       77 WS-CANAL                 PIC X(01) VALUE SPACE.
       77 WS-QTD-ARROBA            PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRO-CD           PIC 9(05) VALUE ZEROS.

      * ITENS DA SEMANA, POR MENOR
       01 WS-TABELA-ITENS.
          05 WS-QTD-ITM            PIC 9(05) VALUE 0.
          05 WS-ITM-ITEM OCCURS 20000 TIMES.
             10 WS-ITM-MNR         PIC 9(05).
             10 WS-ITM-TIPO        PIC X(03).
             10 WS-ITM-DATA        PIC 9(08).
             10 WS-ITM-TEXTO       PIC X(80).
       77 WS-IDX-ITM               PIC 9(05) VALUE ZEROS.
       77 WS-NOVO-TIPO             PIC X(03) VALUE SPACES.
       77 WS-NOVO-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-NOVO-TEXTO            PIC X(80) VALUE SPACES.
       77 WS-QTD-ITM-EXCEDENTE     PIC 9(05) VALUE ZEROS.

      * LOTES POSTADOS (DATA DE POSTAGEM DE CADA LOTE DE NOTAS)
       01 WS-TABELA-LOTES.
          05 WS-QTD-LPO            PIC 9(05) VALUE 0.
          05 WS-LPO-ITEM OCCURS 5000 TIMES.
             10 WS-LPO-ID          PIC X(08).
             10 WS-LPO-DATA        PIC 9(08).
       77 WS-IDX-LPO               PIC 9(05) VALUE ZEROS.
       77 WS-DT-PUBLICACAO         PIC 9(08) VALUE ZEROS.

       77 WS-VALOR-ED              PIC ZZZZ9.99.
       77 WS-MEDIA-ED              PIC ZZ9.99.
       01 WS-DATA-ED.
          03 WS-DATA-ED-DIA        PIC 99.
          03 FILLER                PIC X VALUE '/'.
          03 WS-DATA-ED-MES        PIC 99.
          03 FILLER                PIC X VALUE '/'.
          03 WS-DATA-ED-ANO        PIC 9999.
       01 WS-DATA-AUX.
          03 WS-DATA-AUX-ANO       PIC 9999.
          03 WS-DATA-AUX-MES       PIC 99.
          03 WS-DATA-AUX-DIA       PIC 99.

       77 WS-QTD-MENORES-LIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-RESP          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCEDENTE         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FALTAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-OCORRENCIAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOTAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MENSALIDADES      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EMAILS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CARTAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-MOVIMENTO     PIC 9(05) VALUE ZEROS.

       01 WS-LINHA-CTRL.
          03 FILLER                PIC X(01) VALUE SPACE.
          03 CTR-CD                PIC 9(05).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 CTR-NOME              PIC X(20).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 CTR-IDADE             PIC Z9.
          03 FILLER                PIC X(02) VALUE SPACES.
          03 CTR-MOTIVO            PIC X(50).

       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RESUMORESPONSAVEL - RESUMO SEMANAL          *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 1000-PARAMETROS THRU 1000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1100-CARREGA-RESPONSAVEIS THRU 1100-FIM
            PERFORM 2000-SELECIONA-MENORES THRU 2000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO FIM-DO-PROGRAMA
            END-IF

            IF WS-QTD-GRD > 0
                PERFORM 3000-FALTAS THRU 3000-FIM
                PERFORM 3100-OCORRENCIAS THRU 3100-FIM
                PERFORM 3200-CARREGA-LOTES THRU 3200-FIM
                PERFORM 3300-NOTAS THRU 3300-FIM
                PERFORM 3400-MENSALIDADES THRU 3400-FIM
            END-IF
            PERFORM 4000-EMITE-RESUMOS THRU 4000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO JOB ***'
            DISPLAY 'SEMANA...............: ' WS-DATA-INI ' A '
                    WS-DATA-FIM
            DISPLAY 'MENORES NO CADASTRO..: ' WS-QTD-MENORES-LIDOS
            DISPLAY 'SEM RESPONSAVEL......: ' WS-QTD-SEM-RESP
            DISPLAY 'SEM CONTATO UTIL.....: ' WS-QTD-SEM-CONTATO
            DISPLAY 'FALTAS...............: ' WS-QTD-FALTAS
            DISPLAY 'OCORRENCIAS..........: ' WS-QTD-OCORRENCIAS
            DISPLAY 'NOTAS PUBLICADAS.....: ' WS-QTD-NOTAS
            DISPLAY 'MENSALIDADES ABERTAS.: ' WS-QTD-MENSALIDADES
            DISPLAY 'RESUMOS POR E-MAIL...: ' WS-QTD-EMAILS
            DISPLAY 'RESUMOS POR CARTA....: ' WS-QTD-CARTAS
            DISPLAY 'SEM MOVIMENTO NA SEM.: ' WS-QTD-SEM-MOVIMENTO
            DISPLAY 'RELATORIO DE CONTROLE: ' WS-RPT-DD
            IF WS-QTD-EXCEDENTE > 0 OR WS-QTD-ITM-EXCEDENTE > 0
                DISPLAY 'MENORES FORA DA TABELA: ' WS-QTD-EXCEDENTE
                        ' ITENS FORA DA TABELA: ' WS-QTD-ITM-EXCEDENTE
                MOVE 4 TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-PARAMETROS  --  ARQUIVOS E A SEMANA DO RESUMO (A DATA FIM
      *                        E OS SEIS DIAS ANTERIORES).
      ******************************************************************
       1000-PARAMETROS.
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-RSP-DD FROM ENVIRONMENT 'DD_RESPONSAVEIS'
            IF WS-RSP-DD = SPACES
                MOVE 'RESPONSAVEIS.TXT' TO WS-RSP-DD
            END-IF
            ACCEPT WS-SES-DD FROM ENVIRONMENT 'DD_FREQ_SESSAO'
            IF WS-SES-DD = SPACES
                MOVE 'FREQ_SESSAO.TXT' TO WS-SES-DD
            END-IF
            ACCEPT WS-OCO-DD FROM ENVIRONMENT 'DD_OCORRENCIAS'
            IF WS-OCO-DD = SPACES
                MOVE 'OCORRENCIAS.TXT' TO WS-OCO-DD
            END-IF
            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-LP-DD FROM ENVIRONMENT 'DD_LOTES_POSTADOS'
            IF WS-LP-DD = SPACES
                MOVE 'LOTES_POSTADOS.TXT' TO WS-LP-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-RES-DD FROM ENVIRONMENT 'DD_RESUMO_RESPONSAVEL'
            IF WS-RES-DD = SPACES
                MOVE 'RESUMO_RESPONSAVEL.TXT' TO WS-RES-DD
            END-IF
            ACCEPT WS-CAR-DD FROM ENVIRONMENT 'DD_CARTAS_RESUMO'
            IF WS-CAR-DD = SPACES
                MOVE 'CARTAS_RESUMO.DAT' TO WS-CAR-DD
            END-IF
            ACCEPT WS-CTL-DD FROM ENVIRONMENT 'DD_CARTAS_RESUMO_CTRL'
            IF WS-CTL-DD = SPACES
                MOVE 'CARTAS_RESUMO_CTRL.TXT' TO WS-CTL-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_RESUMO'
            IF WS-RPT-DD = SPACES
                MOVE 'RESUMO_SEM_CONTATO.RPT' TO WS-RPT-DD
            END-IF

            ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_RESUMO_DATA_FIM'
            IF WS-PARM-TXT NOT = SPACES
                IF WS-PARM-TXT(1:8) NOT NUMERIC
                    DISPLAY 'DATA FIM DA SEMANA INVALIDA: '
                            WS-PARM-TXT
                    MOVE 8 TO RETURN-CODE
                    GO TO 1000-FIM
                END-IF
                MOVE WS-PARM-TXT(1:8) TO WS-DATA-FIM
            END-IF
            COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
            COMPUTE WS-DATA-INI =
                FUNCTION DATE-OF-INTEGER(WS-DIAS-FIM - 6)
            COMPUTE WS-DATA-LIMITE-MEN =
                FUNCTION DATE-OF-INTEGER(WS-DIAS-FIM + 7)
            DISPLAY 'SEMANA DO RESUMO: ' WS-DATA-INI ' A ' WS-DATA-FIM.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-RESPONSAVEIS  --  CARREGA O RESPONSAVEIS.TXT.
      ******************************************************************
       1100-CARREGA-RESPONSAVEIS.
            OPEN INPUT RESPONSAVEIS
            IF NOT RSP-FS-OK
                DISPLAY 'RESPONSAVEIS INDISPONIVEL (' WS-RSP-DD
                        ') - TODO MENOR SAI COMO SEM RESPONSAVEL.'
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-RSP-EOF
            PERFORM UNTIL RSP-FIM-ARQUIVO
                READ RESPONSAVEIS
                    AT END
                        MOVE 'F' TO WS-RSP-EOF
                    NOT AT END
                        IF WS-QTD-RSP < 5000
                            ADD 1 TO WS-QTD-RSP
                            MOVE RSP-CD-STUDENT
                              TO WS-RSP-CD(WS-QTD-RSP)
                            MOVE RSP-CPF TO WS-RSP-CPF(WS-QTD-RSP)
                            MOVE WS-NOME OF REG-RESPONSAVEL
                              TO WS-RSP-NOME(WS-QTD-RSP)
                            MOVE WS-ENDERECO OF REG-RESPONSAVEL
                              TO WS-RSP-ENDERECO(WS-QTD-RSP)
                            MOVE WS-TELEFONE OF REG-RESPONSAVEL
                              TO WS-RSP-TELEFONE(WS-QTD-RSP)
                            MOVE WS-E-MAIL OF REG-RESPONSAVEL
                              TO WS-RSP-E-MAIL(WS-QTD-RSP)
                            MOVE WS-CIDADE OF REG-RESPONSAVEL
                              TO WS-RSP-CIDADE(WS-QTD-RSP)
                            MOVE WS-UF OF REG-RESPONSAVEL
                              TO WS-RSP-UF(WS-QTD-RSP)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEIS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-SELECIONA-MENORES  --  PERCORRE O CADASTRO: MENOR DE 18
      *                               ANOS NA DATA FIM DA SEMANA, NAO
      *                               FORMADO NEM TRANSFERIDO. O SEM
      *                               RESPONSAVEL OU SEM CONTATO UTIL
      *                               VAI PARA O RELATORIO DE CONTROLE;
      *                               OS DEMAIS SAO LIGADOS AO
      *                               RESPONSAVEL (PELO CPF).
      ******************************************************************
       2000-SELECIONA-MENORES.
            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR STUDENT.DAT: ' WS-EST-FS
                MOVE 'RESUMORESPONSAVEL' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2000-SELECIONA-MENORES'
                    TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'CADASTRO DE ESTUDANTES INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF
            OPEN OUTPUT RELATORIO-CTRL
            MOVE SPACES TO RPT-LINHA
            STRING 'MENORES SEM CONTATO UTIL DE RESPONSAVEL - SEMANA '
                   'ATE ' WS-DATA-FIM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE ' ALUNO  NOME                  IDADE MOTIVO'
                 TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE 'N' TO WS-EST-EOF
            PERFORM UNTIL EST-FIM-ARQUIVO
                READ ESTUDANTE NEXT
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        PERFORM 2100-AVALIA-ALUNO THRU 2100-FIM
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE

            IF WS-QTD-SEM-RESP = 0 AND WS-QTD-SEM-CONTATO = 0
                MOVE ' NENHUM MENOR SEM CONTATO UTIL DE RESPONSAVEL.'
                     TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            CLOSE RELATORIO-CTRL
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-AVALIA-ALUNO  --  IDADE, RESPONSAVEL E CANAL DO ALUNO
      *                          CORRENTE DO CADASTRO.
      ******************************************************************
       2100-AVALIA-ALUNO.
            IF STUDENT-FORMADO OR STUDENT-TRANSFERIDO
                GO TO 2100-FIM
            END-IF
            IF STUDENT-DT-NASCIMENTO NOT NUMERIC
               OR STUDENT-DT-NASCIMENTO = 0
               OR STUDENT-DT-NASCIMENTO > WS-DATA-FIM
                GO TO 2100-FIM
            END-IF
            COMPUTE WS-IDADE =
                (WS-DATA-FIM - STUDENT-DT-NASCIMENTO) / 10000
            IF WS-IDADE >= 18
                GO TO 2100-FIM
            END-IF
            ADD 1 TO WS-QTD-MENORES-LIDOS
            MOVE CD-STUDENT TO CTR-CD
            MOVE NM-STUDENT TO CTR-NOME
            MOVE WS-IDADE TO CTR-IDADE

            MOVE 0 TO WS-ACHOU-RSP
            PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                    UNTIL WS-IDX-RSP > WS-QTD-RSP
                       OR WS-ACHOU-RSP > 0
                IF WS-RSP-CD(WS-IDX-RSP) = CD-STUDENT
                    MOVE WS-IDX-RSP TO WS-ACHOU-RSP
                END-IF
            END-PERFORM
            IF WS-ACHOU-RSP = 0
                ADD 1 TO WS-QTD-SEM-RESP
                MOVE 'SEM RESPONSAVEL CADASTRADO' TO CTR-MOTIVO
                WRITE RPT-LINHA FROM WS-LINHA-CTRL
                GO TO 2100-FIM
            END-IF

      *    E-MAIL E O CANAL PREFERIDO; SEM ELE, A CARTA PRECISA DO
      *    ENDERECO COMPLETO (RUA, CIDADE E UF)
            MOVE SPACE TO WS-CANAL
            MOVE 0 TO WS-QTD-ARROBA
            INSPECT WS-RSP-E-MAIL(WS-ACHOU-RSP)
                TALLYING WS-QTD-ARROBA FOR ALL '@'
            IF WS-QTD-ARROBA = 1
                MOVE 'E' TO WS-CANAL
            ELSE
                IF WS-RSP-ENDERECO(WS-ACHOU-RSP) NOT = SPACES
                   AND WS-RSP-CIDADE(WS-ACHOU-RSP) NOT = SPACES
                   AND WS-RSP-UF(WS-ACHOU-RSP) NOT = SPACES
                    MOVE 'M' TO WS-CANAL
                END-IF
            END-IF
            IF WS-CANAL = SPACE
                ADD 1 TO WS-QTD-SEM-CONTATO
                MOVE 'RESPONSAVEL SEM E-MAIL NEM ENDERECO COMPLETO'
                     TO CTR-MOTIVO
                WRITE RPT-LINHA FROM WS-LINHA-CTRL
                GO TO 2100-FIM
            END-IF

            IF WS-QTD-MNR >= 3000
                ADD 1 TO WS-QTD-EXCEDENTE
                GO TO 2100-FIM
            END-IF

      *    IRMAOS COM O MESMO RESPONSAVEL (MESMO CPF) RECEBEM UM SO
      *    RESUMO; CPF ZERADO NAO AGRUPA
            MOVE 0 TO WS-ACHOU-GRD
            IF WS-RSP-CPF(WS-ACHOU-RSP) > 0
                PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                        UNTIL WS-IDX-GRD > WS-QTD-GRD
                           OR WS-ACHOU-GRD > 0
                    IF WS-GRD-CPF(WS-IDX-GRD) =
                       WS-RSP-CPF(WS-ACHOU-RSP)
                        MOVE WS-IDX-GRD TO WS-ACHOU-GRD
                    END-IF
                END-PERFORM
            END-IF
            IF WS-ACHOU-GRD = 0
                ADD 1 TO WS-QTD-GRD
                MOVE WS-QTD-GRD TO WS-ACHOU-GRD
                MOVE WS-RSP-CPF(WS-ACHOU-RSP) TO WS-GRD-CPF(WS-QTD-GRD)
                MOVE WS-ACHOU-RSP TO WS-GRD-RSP(WS-QTD-GRD)
                MOVE WS-CANAL TO WS-GRD-CANAL(WS-QTD-GRD)
                MOVE 0 TO WS-GRD-QTD-ITENS(WS-QTD-GRD)
            END-IF

            ADD 1 TO WS-QTD-MNR
            MOVE CD-STUDENT TO WS-MNR-CD(WS-QTD-MNR)
            MOVE NM-STUDENT TO WS-MNR-NOME(WS-QTD-MNR)
            MOVE WS-ACHOU-GRD TO WS-MNR-GRD(WS-QTD-MNR)
            MOVE 0 TO WS-MNR-QTD-ITENS(WS-QTD-MNR).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-FALTAS  --  AUSENCIAS DA SEMANA NO FREQ_SESSAO.
      ******************************************************************
       3000-FALTAS.
            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                DISPLAY 'FREQ_SESSAO INDISPONIVEL (' WS-SES-DD ').'
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF (SES-AUSENTE OR SES-AUSENTE-JUSTIF)
                           AND SES-DATA >= WS-DATA-INI
                           AND SES-DATA <= WS-DATA-FIM
                            MOVE SES-CD-STUDENT TO WS-BUSCA-CD
                            PERFORM 3900-LOCALIZA-MENOR THRU 3900-FIM
                            IF WS-ACHOU-MNR > 0
                                MOVE 'FAL' TO WS-NOVO-TIPO
                                MOVE SES-DATA TO WS-NOVO-DATA
                                MOVE SPACES TO WS-NOVO-TEXTO
                                IF SES-AUSENTE-JUSTIF
                                    STRING 'FALTA JUSTIFICADA EM '
                                           SES-MATERIA
                                           DELIMITED BY SIZE
                                           INTO WS-NOVO-TEXTO
                                    END-STRING
                                ELSE
                                    STRING 'FALTA EM ' SES-MATERIA
                                           DELIMITED BY SIZE
                                           INTO WS-NOVO-TEXTO
                                    END-STRING
                                END-IF
                                PERFORM 3950-GUARDA-ITEM THRU 3950-FIM
                                ADD 1 TO WS-QTD-FALTAS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-OCORRENCIAS  --  OCORRENCIAS DISCIPLINARES DA SEMANA.
      ******************************************************************
       3100-OCORRENCIAS.
            OPEN INPUT OCORRENCIAS
            IF NOT OCO-FS-OK
                GO TO 3100-FIM
            END-IF
            MOVE 'N' TO WS-OCO-EOF
            PERFORM UNTIL OCO-FIM-ARQUIVO
                READ OCORRENCIAS
                    AT END
                        MOVE 'F' TO WS-OCO-EOF
                    NOT AT END
                        IF OCO-DATA >= WS-DATA-INI
                           AND OCO-DATA <= WS-DATA-FIM
                            MOVE OCO-CD-STUDENT TO WS-BUSCA-CD
                            PERFORM 3900-LOCALIZA-MENOR THRU 3900-FIM
                            IF WS-ACHOU-MNR > 0
                                MOVE 'OCO' TO WS-NOVO-TIPO
                                MOVE OCO-DATA TO WS-NOVO-DATA
                                MOVE SPACES TO WS-NOVO-TEXTO
                                IF OCO-SUSPENSAO
                                    MOVE OCO-DT-FIM-SUSP
                                      TO WS-DATA-AUX
                                    PERFORM 3980-EDITA-DATA
                                       THRU 3980-FIM
                                    STRING 'SUSPENSAO ATE ' WS-DATA-ED
                                           ': ' OCO-DESCRICAO
                                           DELIMITED BY SIZE
                                           INTO WS-NOVO-TEXTO
                                    END-STRING
                                ELSE
                                    STRING 'ADVERTENCIA: '
                                           OCO-DESCRICAO
                                           DELIMITED BY SIZE
                                           INTO WS-NOVO-TEXTO
                                    END-STRING
                                END-IF
                                PERFORM 3950-GUARDA-ITEM THRU 3950-FIM
                                ADD 1 TO WS-QTD-OCORRENCIAS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIAS.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-CARREGA-LOTES  --  DATA DE POSTAGEM DE CADA LOTE DE NOTAS.
      ******************************************************************
       3200-CARREGA-LOTES.
            OPEN INPUT LOTES-POSTADOS
            IF NOT LP-FS-OK
                GO TO 3200-FIM
            END-IF
            MOVE 'N' TO WS-LP-EOF
            PERFORM UNTIL LP-FIM-ARQUIVO
                READ LOTES-POSTADOS
                    AT END
                        MOVE 'F' TO WS-LP-EOF
                    NOT AT END
                        IF LP-DT-POSTAGEM NUMERIC
                           AND WS-QTD-LPO < 5000
                            ADD 1 TO WS-QTD-LPO
                            MOVE LP-LOTE-ID TO WS-LPO-ID(WS-QTD-LPO)
                            MOVE LP-DT-POSTAGEM
                              TO WS-LPO-DATA(WS-QTD-LPO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOTES-POSTADOS.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 3300-NOTAS  --  NOTAS QUE O ALUNO PASSOU A VER NA SEMANA: A
      *                   DATA DE PUBLICACAO E A POSTAGEM DO LOTE OU,
      *                   SE POSTERIOR, A LIBERACAO DA TURMA PELA
      *                   COORDENACAO. NOTA AINDA EM EMBARGO E
      *                   ESTORNO NAO ENTRAM.
      ******************************************************************
       3300-NOTAS.
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                GO TO 3300-FIM
            END-IF
            MOVE 'N' TO WS-HIST-EOF
            PERFORM UNTIL HIST-FIM-ARQUIVO
                READ HISTORICO-NOTAS
                    AT END
                        MOVE 'F' TO WS-HIST-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        IF HIST-LOTE-ID NOT = SPACES
                           AND NOT HIST-LANC-ESTORNO
                           AND NOT HIST-LANC-EQUIVALENCIA
                            MOVE HIST-CD-STUDENT TO WS-BUSCA-CD
                            PERFORM 3900-LOCALIZA-MENOR THRU 3900-FIM
                            IF WS-ACHOU-MNR > 0
                                PERFORM 3350-AVALIA-NOTA THRU 3350-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       3300-FIM.
            EXIT.

       3350-AVALIA-NOTA.
            MOVE 0 TO WS-DT-PUBLICACAO
            PERFORM VARYING WS-IDX-LPO FROM 1 BY 1
                    UNTIL WS-IDX-LPO > WS-QTD-LPO
                       OR WS-DT-PUBLICACAO > 0
                IF WS-LPO-ID(WS-IDX-LPO) = HIST-LOTE-ID
                    MOVE WS-LPO-DATA(WS-IDX-LPO) TO WS-DT-PUBLICACAO
                END-IF
            END-PERFORM
            IF WS-DT-PUBLICACAO = 0
               OR WS-DT-PUBLICACAO > WS-DATA-FIM
                GO TO 3350-FIM
            END-IF
            MOVE HIST-TURMA TO LBC-TURMA
            MOVE HIST-PERIODO TO LBC-PERIODO
            MOVE WS-DATA-FIM TO LBC-DATA
            CALL 'CONFERELIBERACAO' USING WS-LBC-PARM
            IF LBC-RETIDA
                GO TO 3350-FIM
            END-IF
            IF LBC-LIBERADA
               AND LBC-DT-LIBERACAO > WS-DT-PUBLICACAO
                MOVE LBC-DT-LIBERACAO TO WS-DT-PUBLICACAO
            END-IF
            IF WS-DT-PUBLICACAO < WS-DATA-INI
                GO TO 3350-FIM
            END-IF
            MOVE 'NOT' TO WS-NOVO-TIPO
            MOVE WS-DT-PUBLICACAO TO WS-NOVO-DATA
            MOVE HIST-MEDIA TO WS-MEDIA-ED
            MOVE SPACES TO WS-NOVO-TEXTO
            STRING 'MEDIA ' WS-MEDIA-ED ' (' HIST-CONCEITO ') EM '
                   HIST-MATERIA
                   DELIMITED BY SIZE INTO WS-NOVO-TEXTO
            END-STRING
            PERFORM 3950-GUARDA-ITEM THRU 3950-FIM
            ADD 1 TO WS-QTD-NOTAS.
       3350-FIM.
            EXIT.

      ******************************************************************
      * 3400-MENSALIDADES  --  MENSALIDADES ABERTAS JA VENCIDAS OU A
      *                          VENCER ATE SETE DIAS APOS A SEMANA.
      ******************************************************************
       3400-MENSALIDADES.
            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                GO TO 3400-FIM
            END-IF
            MOVE 'N' TO WS-MEN-EOF
            PERFORM UNTIL MEN-FIM-ARQUIVO
                READ MENSALIDADES
                    AT END
                        MOVE 'F' TO WS-MEN-EOF
                    NOT AT END
                        IF MEN-ABERTA
                           AND MEN-DT-VENCIMENTO <= WS-DATA-LIMITE-MEN
                            MOVE MEN-CD-STUDENT TO WS-BUSCA-CD
                            PERFORM 3900-LOCALIZA-MENOR THRU 3900-FIM
                            IF WS-ACHOU-MNR > 0
                                MOVE 'MEN' TO WS-NOVO-TIPO
                                MOVE MEN-DT-VENCIMENTO TO WS-NOVO-DATA
                                MOVE MEN-DT-VENCIMENTO TO WS-DATA-AUX
                                PERFORM 3980-EDITA-DATA THRU 3980-FIM
                                MOVE MEN-VALOR TO WS-VALOR-ED
                                MOVE SPACES TO WS-NOVO-TEXTO
                                STRING 'MENSALIDADE ' MEN-COMPETENCIA
                                       ' EM ABERTO - R$ ' WS-VALOR-ED
                                       ' VENCIMENTO ' WS-DATA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-NOVO-TEXTO
                                END-STRING
                                PERFORM 3950-GUARDA-ITEM THRU 3950-FIM
                                ADD 1 TO WS-QTD-MENSALIDADES
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES.
       3400-FIM.
            EXIT.

      ******************************************************************
      * 3900-LOCALIZA-MENOR  --  POSICAO DE WS-BUSCA-CD NA TABELA DE
      *                            MENORES (ZERO SE NAO SELECIONADO).
      ******************************************************************
       3900-LOCALIZA-MENOR.
            MOVE 0 TO WS-ACHOU-MNR
            PERFORM VARYING WS-IDX-MNR FROM 1 BY 1
                    UNTIL WS-IDX-MNR > WS-QTD-MNR
                       OR WS-ACHOU-MNR > 0
                IF WS-MNR-CD(WS-IDX-MNR) = WS-BUSCA-CD
                    MOVE WS-IDX-MNR TO WS-ACHOU-MNR
                END-IF
            END-PERFORM.
       3900-FIM.
            EXIT.

      ******************************************************************
      * 3950-GUARDA-ITEM  --  GUARDA O ITEM MONTADO PARA O MENOR
      *                         LOCALIZADO.
      ******************************************************************
       3950-GUARDA-ITEM.
            IF WS-QTD-ITM >= 20000
                ADD 1 TO WS-QTD-ITM-EXCEDENTE
                GO TO 3950-FIM
            END-IF
            ADD 1 TO WS-QTD-ITM
            MOVE WS-ACHOU-MNR TO WS-ITM-MNR(WS-QTD-ITM)
            MOVE WS-NOVO-TIPO TO WS-ITM-TIPO(WS-QTD-ITM)
            MOVE WS-NOVO-DATA TO WS-ITM-DATA(WS-QTD-ITM)
            MOVE WS-NOVO-TEXTO TO WS-ITM-TEXTO(WS-QTD-ITM)
            ADD 1 TO WS-MNR-QTD-ITENS(WS-ACHOU-MNR)
            ADD 1 TO WS-GRD-QTD-ITENS(WS-MNR-GRD(WS-ACHOU-MNR)).
       3950-FIM.
            EXIT.

       3980-EDITA-DATA.
            MOVE WS-DATA-AUX-DIA TO WS-DATA-ED-DIA
            MOVE WS-DATA-AUX-MES TO WS-DATA-ED-MES
            MOVE WS-DATA-AUX-ANO TO WS-DATA-ED-ANO.
       3980-FIM.
            EXIT.

      ******************************************************************
      * 4000-EMITE-RESUMOS  --  UM RESUMO POR RESPONSAVEL COM ALGO A
      *                           RELATAR: LINHAS NO ARQUIVO DE RESUMO
      *                           E ENVIO PELA FILA DE E-MAIL OU PELA
      *                           MALA DIRETA.
      ******************************************************************
       4000-EMITE-RESUMOS.
            OPEN OUTPUT RESUMO
            OPEN OUTPUT CARTAS
            OPEN OUTPUT CARTAS-CTRL
            PERFORM VARYING WS-IDX-GRD FROM 1 BY 1
                    UNTIL WS-IDX-GRD > WS-QTD-GRD
                IF WS-GRD-QTD-ITENS(WS-IDX-GRD) = 0
                    ADD 1 TO WS-QTD-SEM-MOVIMENTO
                ELSE
                    PERFORM 4100-GRAVA-RESUMO THRU 4100-FIM
                    PERFORM 4200-ENVIA-RESUMO THRU 4200-FIM
                END-IF
            END-PERFORM
            CLOSE RESUMO
            CLOSE CARTAS
            CLOSE CARTAS-CTRL.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-GRAVA-RESUMO  --  ABERTURA DO RESPONSAVEL E, PARA CADA
      *                          FILHO COM MOVIMENTO, A LINHA DO ALUNO
      *                          SEGUIDA DOS SEUS ITENS.
      ******************************************************************
       4100-GRAVA-RESUMO.
            MOVE WS-GRD-RSP(WS-IDX-GRD) TO WS-IDX-RSP
            MOVE 0 TO WS-PRIMEIRO-CD
            MOVE WS-GRD-CPF(WS-IDX-GRD) TO RES-CPF-RESP
            MOVE 0 TO RES-CD-STUDENT
            MOVE 'RSP' TO RES-TIPO
            MOVE WS-DATA-FIM TO RES-DATA
            MOVE WS-RSP-NOME(WS-IDX-RSP) TO RES-TEXTO
            WRITE REG-RESUMO
            PERFORM VARYING WS-IDX-MNR FROM 1 BY 1
                    UNTIL WS-IDX-MNR > WS-QTD-MNR
                IF WS-MNR-GRD(WS-IDX-MNR) = WS-IDX-GRD
                   AND WS-MNR-QTD-ITENS(WS-IDX-MNR) > 0
                    IF WS-PRIMEIRO-CD = 0
                        MOVE WS-MNR-CD(WS-IDX-MNR) TO WS-PRIMEIRO-CD
                    END-IF
                    MOVE WS-MNR-CD(WS-IDX-MNR) TO RES-CD-STUDENT
                    MOVE 'ALU' TO RES-TIPO
                    MOVE WS-DATA-INI TO RES-DATA
                    MOVE WS-MNR-NOME(WS-IDX-MNR) TO RES-TEXTO
                    WRITE REG-RESUMO
                    PERFORM VARYING WS-IDX-ITM FROM 1 BY 1
                            UNTIL WS-IDX-ITM > WS-QTD-ITM
                        IF WS-ITM-MNR(WS-IDX-ITM) = WS-IDX-MNR
                            MOVE WS-ITM-TIPO(WS-IDX-ITM) TO RES-TIPO
                            MOVE WS-ITM-DATA(WS-IDX-ITM) TO RES-DATA
                            MOVE WS-ITM-TEXTO(WS-IDX-ITM) TO RES-TEXTO
                            WRITE REG-RESUMO
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 4200-ENVIA-RESUMO  --  E-MAIL PELA GRAVAEMAIL (REFERENCIA =
      *                          SEMANA + CPF + PRIMEIRO ALUNO, PARA O
      *                          DISPARADOR ACHAR AS LINHAS DO RESUMO)
      *                          OU CARTA NO LAYOUT_CONTATO PARA O
      *                          EXPORTAMALADIRETA.
      ******************************************************************
       4200-ENVIA-RESUMO.
            IF GRD-CANAL-EMAIL(WS-IDX-GRD)
                MOVE WS-RSP-E-MAIL(WS-IDX-RSP)
                  TO EML-ENDERECO OF WS-EML-PARM
                MOVE 'RESUMO SEMANAL DO ALUNO'
                  TO EML-ASSUNTO OF WS-EML-PARM
                MOVE SPACES TO EML-REFERENCIA OF WS-EML-PARM
                STRING 'RESUMO ' WS-DATA-FIM ' CPF '
                       WS-GRD-CPF(WS-IDX-GRD) ' AL ' WS-PRIMEIRO-CD
                       DELIMITED BY SIZE
                       INTO EML-REFERENCIA OF WS-EML-PARM
                END-STRING
                CALL 'GRAVAEMAIL' USING WS-EML-PARM
                ADD 1 TO WS-QTD-EMAILS
            ELSE
                MOVE SPACES TO REG-CARTA-CONTATO
                MOVE WS-RSP-NOME(WS-IDX-RSP)
                  TO WS-NOME OF REG-CARTA-CONTATO
                MOVE WS-RSP-ENDERECO(WS-IDX-RSP)
                  TO WS-ENDERECO OF REG-CARTA-CONTATO
                MOVE WS-RSP-TELEFONE(WS-IDX-RSP)
                  TO WS-TELEFONE OF REG-CARTA-CONTATO
                MOVE WS-RSP-CIDADE(WS-IDX-RSP)
                  TO WS-CIDADE OF REG-CARTA-CONTATO
                MOVE WS-RSP-UF(WS-IDX-RSP)
                  TO WS-UF OF REG-CARTA-CONTATO
                WRITE REG-CARTA-CONTATO
                MOVE WS-GRD-CPF(WS-IDX-GRD) TO CTL-CPF-RESP
                MOVE WS-PRIMEIRO-CD TO CTL-CD-STUDENT
                WRITE REG-CARTA-CTRL
                ADD 1 TO WS-QTD-CARTAS
            END-IF.
       4200-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS
      *                               (ARQUIVARELATORIO: COPIA E
      *                               INDICE), PRESERVANDO O RC.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RESUMORESPONSAVEL' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE SPACES TO REP-PERIODO OF WS-REP-PARM
            STRING WS-DATA-INI '-' WS-DATA-FIM
                   DELIMITED BY SIZE
                   INTO REP-PERIODO OF WS-REP-PARM
            END-STRING
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RESUMORESPONSAVEL.
