      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LOTE DE CLASSIFICACAO E CHAMADAS DO PROCESSO SELETIVO
      *         (DD_PROCESSO_SELETIVO). A CADA EXECUCAO:
      *         1) INCLUI NO CADASTRO DE ESTUDANTES OS CONVOCADOS QUE
      *            CONFIRMARAM A MATRICULA (SITUACAO K), COM O
      *            CD-STUDENT DA GERATICKET, ENROLLMENT-DATE = DATA DO
      *            LOTE E STUDENT-STATUS A, AUDITADOS CAMPO A CAMPO
      *            COMO NO IMPORTAMATRICULAS;
      *         2) LIBERA A VAGA DO CONVOCADO QUE PERDEU O PRAZO DE
      *            CONFIRMACAO DO QUADRO DE VAGAS (D, MOTIVO PRZ);
      *         3) CALCULA A NOTA FINAL DOS INSCRITOS (MEDIA DAS TRES
      *            PROVAS) E ELIMINA AUSENTES (AUS), NOTA ZERO EM
      *            ALGUMA PROVA (ZER), NOTA ABAIXO DA MINIMA DO CURSO
      *            (MIN) E CURSO FORA DO QUADRO DE VAGAS (CUR); OS
      *            DEMAIS ENTRAM NA LISTA DE ESPERA;
      *         4) CLASSIFICA CADA CURSO POR NOTA FINAL DECRESCENTE
      *            (EMPATE: O CANDIDATO MAIS VELHO) E CONVOCA, NA
      *            ORDEM, TANTOS DA LISTA DE ESPERA QUANTAS VAGAS
      *            ESTIVEREM LIVRES - A PRIMEIRA EXECUCAO PUBLICA A 1A
      *            CHAMADA E AS SEGUINTES AS CHAMADAS POSTERIORES;
      *         5) CONCILIA O PROCESSO (INSCRITOS = CONVOCADOS +
      *            ESPERA + ELIMINADOS) POR CURSO E NO TOTAL.
      *         A LISTA DA CHAMADA, A LISTA DE ESPERA, OS ELIMINADOS E
      *         A CONCILIACAO SAEM EM DD_LISTA_CHAMADA. RC 4 = HA
      *         INSCRITOS SEM NOTA LANCADA; RC 8 = CONCILIACAO NAO
      *         FECHA OU ARQUIVO INDISPONIVEL.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  A matricula do confirmado passou a vincular o
      *               aluno a versao da matriz curricular em vigor
      *               (RESOLVEMATRIZ), gravada e auditada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSIFICAPROCESSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATOS ASSIGN TO DYNAMIC WS-CAN-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAN-FS.

           SELECT PROCESSO-VAGAS ASSIGN TO DYNAMIC WS-VAG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VAG-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-FS.

           SELECT LISTA-CHAMADA ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATOS.
          COPY FD_CANDIDATO.

       FD PROCESSO-VAGAS.
          COPY FD_PROCESSO_VAGA.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD LISTA-CHAMADA.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAN-DD                PIC X(100) VALUE SPACES.
       01 WS-VAG-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-CAN-FS                PIC XX VALUE SPACES.
          88 CAN-FS-OK             VALUE '00'.
       77 WS-VAG-FS                PIC XX VALUE SPACES.
          88 VAG-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
          88 FS-CHAVE-NAO-ENCONTRADA  VALUE 23.
          88 FS-ARQ-INEXISTENTE    VALUE 35.
       77 WS-CAN-EOF               PIC X VALUE 'N'.
          88 CAN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-VAG-EOF               PIC X VALUE 'N'.
          88 VAG-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-PROCESSO              PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-LIMITE           PIC 9(07) VALUE ZEROS.

      * CANDIDATOS DO PROCESSO EM MEMORIA, NO MESMO LAYOUT DO ARQUIVO
       01 WS-TABELA-CANDIDATOS.
          05 WS-QTD-CAN            PIC 9(04) VALUE 0.
          05 WS-CT OCCURS 2000 TIMES.
             10 WS-CT-PROCESSO     PIC X(06).
             10 WS-CT-INSCRICAO    PIC 9(06).
             10 WS-CT-NOME         PIC X(20).
             10 WS-CT-CPF          PIC 9(11).
             10 WS-CT-DT-NASC      PIC 9(08).
             10 WS-CT-COURSE       PIC X(05).
             10 WS-CT-NOTA-1       PIC 9(3)V9(2).
             10 WS-CT-NOTA-2       PIC 9(3)V9(2).
             10 WS-CT-NOTA-3       PIC 9(3)V9(2).
             10 WS-CT-PRESENCA     PIC X(01).
             10 WS-CT-NOTA-FINAL   PIC 9(3)V9(2).
             10 WS-CT-CLASSIF      PIC 9(04).
             10 WS-CT-SITUACAO     PIC X(01).
             10 WS-CT-CHAMADA      PIC 9(02).
             10 WS-CT-DT-CONVOC    PIC 9(08).
             10 WS-CT-MOTIVO       PIC X(03).
             10 WS-CT-CD-STUDENT   PIC 9(05).
             10 WS-CT-DT-INSCR     PIC 9(08).
       01 WS-TABELA-RANKING.
          05 WS-RK-FEITO OCCURS 2000 TIMES PIC 9(01).

      * QUADRO DE VAGAS DO PROCESSO, COM OS CONTADORES DA EXECUCAO
       01 WS-TABELA-VAGAS.
          05 WS-QTD-VAG            PIC 9(03) VALUE 0.
          05 WS-VT OCCURS 200 TIMES.
             10 WS-VT-COURSE       PIC X(05).
             10 WS-VT-QTD          PIC 9(04).
             10 WS-VT-NOTA-MIN     PIC 9(3)V9(2).
             10 WS-VT-PRAZO        PIC 9(02).
             10 WS-VT-OCUPADAS     PIC 9(04).
             10 WS-VT-INSCRITOS    PIC 9(04).
             10 WS-VT-CONVOCADOS   PIC 9(04).
             10 WS-VT-ESPERA       PIC 9(04).
             10 WS-VT-ELIMINADOS   PIC 9(04).
             10 WS-VT-PENDENTES    PIC 9(04).
             10 WS-VT-MATRICULADOS PIC 9(04).

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VAG               PIC 9(03) VALUE ZEROS.
       77 WS-POS-VAG               PIC 9(03) VALUE ZEROS.
       77 WS-MELHOR                PIC 9(04) VALUE ZEROS.
       77 WS-CLASSIF               PIC 9(04) VALUE ZEROS.
       77 WS-LIVRES                PIC S9(05) VALUE ZEROS.
       77 WS-CHAMADA-NOVA          PIC 9(02) VALUE ZEROS.
       77 WS-COURSE-ALVO           PIC X(05) VALUE SPACES.
       77 WS-SOMA-NOTAS            PIC 9(4)V9(2) VALUE ZEROS.

       77 WS-QTD-MATRICULADOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONVOCADOS-HOJE   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PRAZO-VENCIDO     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-INSCRITOS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONVOCADOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ESPERA            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ELIMINADOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONFERE           PIC 9(05) VALUE ZEROS.
       77 WS-NOTA-ED               PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* CLASSIFICAPROCESSO - CHAMADAS DO SELETIVO   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF

            MOVE 'CLASSIFICAPROCESSO' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'CLASSIFICAPROCESSO JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-PROCESSO FROM ENVIRONMENT 'DD_PROCESSO_SELETIVO'
            IF WS-PROCESSO = SPACES
                DISPLAY 'DD_PROCESSO_SELETIVO NAO INFORMADO - NADA A '
                        'CLASSIFICAR.'
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            ACCEPT WS-CAN-DD FROM ENVIRONMENT 'DD_CANDIDATOS'
            IF WS-CAN-DD = SPACES
                STRING 'CANDIDATOS_' WS-PROCESSO '.TXT'
                       DELIMITED BY SIZE INTO WS-CAN-DD
                END-STRING
            END-IF
            ACCEPT WS-VAG-DD FROM ENVIRONMENT 'DD_PROCESSO_VAGAS'
            IF WS-VAG-DD = SPACES
                MOVE 'PROCESSO_VAGAS.TXT' TO WS-VAG-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_LISTA_CHAMADA'
            IF WS-RPT-DD = SPACES
                STRING 'CHAMADA_' WS-PROCESSO '.RPT'
                       DELIMITED BY SIZE INTO WS-RPT-DD
                END-STRING
            END-IF

            PERFORM 1000-CARREGA-VAGAS THRU 1000-FIM
            IF WS-QTD-VAG = 0
                DISPLAY 'PROCESSO ' WS-PROCESSO ' SEM QUADRO DE '
                        'VAGAS (' WS-VAG-DD ').'
                MOVE 'CLASSIFICAPROCESSO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '1000-CARREGA-VAGAS' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
                STRING 'PROCESSO ' WS-PROCESSO
                       ' SEM QUADRO DE VAGAS'
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1100-CARREGA-CANDIDATOS THRU 1100-FIM
            IF WS-QTD-CAN = 0
                DISPLAY 'PROCESSO ' WS-PROCESSO ' SEM CANDIDATOS ('
                        WS-CAN-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN OUTPUT LISTA-CHAMADA
            MOVE SPACES TO RPT-LINHA
            STRING 'PROCESSO SELETIVO ' WS-PROCESSO
                   ' - CLASSIFICACAO E CHAMADAS - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM 2000-MATRICULA-CONFIRMADOS THRU 2000-FIM
            PERFORM 3000-EXPIRA-CONVOCACOES THRU 3000-FIM
            PERFORM 4000-APURA-INSCRITOS THRU 4000-FIM
            PERFORM VARYING WS-IDX-VAG FROM 1 BY 1
                    UNTIL WS-IDX-VAG > WS-QTD-VAG
                PERFORM 5000-CLASSIFICA-CURSO THRU 5000-FIM
            END-PERFORM
            PERFORM 5500-NUMERO-CHAMADA THRU 5500-FIM
            PERFORM VARYING WS-IDX-VAG FROM 1 BY 1
                    UNTIL WS-IDX-VAG > WS-QTD-VAG
                PERFORM 6000-CONVOCA-CURSO THRU 6000-FIM
            END-PERFORM
            PERFORM 7000-LISTA-ESPERA-ELIMINADOS THRU 7000-FIM
            PERFORM 8000-CONCILIA THRU 8000-FIM
            CLOSE LISTA-CHAMADA

            PERFORM 8500-REGRAVA-CANDIDATOS THRU 8500-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO PROCESSO ' WS-PROCESSO ' ***'
            DISPLAY 'INSCRITOS................: ' WS-TOT-INSCRITOS
            DISPLAY 'MATRICULADOS NESTE LOTE..: ' WS-QTD-MATRICULADOS
            DISPLAY 'CONVOCADOS NESTA CHAMADA.: '
                    WS-QTD-CONVOCADOS-HOJE
            DISPLAY 'PRAZOS VENCIDOS..........: ' WS-QTD-PRAZO-VENCIDO
            DISPLAY 'EM LISTA DE ESPERA.......: ' WS-TOT-ESPERA
            DISPLAY 'ELIMINADOS...............: ' WS-TOT-ELIMINADOS
            DISPLAY 'SEM NOTA LANCADA.........: ' WS-QTD-PENDENTES
            DISPLAY 'LISTA DA CHAMADA.........: ' WS-RPT-DD
            IF WS-QTD-PENDENTES > 0 AND RETURN-CODE < 4
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
      * 1000-CARREGA-VAGAS  --  CARREGA AS LINHAS DO QUADRO DE VAGAS
      *                           DO PROCESSO.
      ******************************************************************
       1000-CARREGA-VAGAS.
            MOVE 0 TO WS-QTD-VAG
            OPEN INPUT PROCESSO-VAGAS
            IF NOT VAG-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-VAG-EOF
            PERFORM UNTIL VAG-FIM-ARQUIVO
                READ PROCESSO-VAGAS
                    AT END
                        MOVE 'F' TO WS-VAG-EOF
                    NOT AT END
                        IF VAG-PROCESSO = WS-PROCESSO
                           AND WS-QTD-VAG < 200
                            ADD 1 TO WS-QTD-VAG
                            INITIALIZE WS-VT(WS-QTD-VAG)
                            MOVE VAG-COURSE-CODE TO
                                 WS-VT-COURSE(WS-QTD-VAG)
                            MOVE VAG-QTD-VAGAS TO
                                 WS-VT-QTD(WS-QTD-VAG)
                            MOVE VAG-NOTA-MINIMA TO
                                 WS-VT-NOTA-MIN(WS-QTD-VAG)
                            MOVE VAG-PRAZO-CONFIRMACAO TO
                                 WS-VT-PRAZO(WS-QTD-VAG)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROCESSO-VAGAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-CANDIDATOS  --  CARREGA OS CANDIDATOS DO PROCESSO.
      ******************************************************************
       1100-CARREGA-CANDIDATOS.
            MOVE 0 TO WS-QTD-CAN
            OPEN INPUT CANDIDATOS
            IF NOT CAN-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-CAN-EOF
            PERFORM UNTIL CAN-FIM-ARQUIVO
                READ CANDIDATOS
                    AT END
                        MOVE 'F' TO WS-CAN-EOF
                    NOT AT END
                        IF CAN-PROCESSO = WS-PROCESSO
                           AND WS-QTD-CAN < 2000
                            ADD 1 TO WS-QTD-CAN
                            MOVE REG-CANDIDATO TO WS-CT(WS-QTD-CAN)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CANDIDATOS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1600-LOCALIZA-VAGA  --  PROCURA O CURSO WS-COURSE-ALVO NO
      *                           QUADRO DE VAGAS DO PROCESSO.
      ******************************************************************
       1600-LOCALIZA-VAGA.
            MOVE 0 TO WS-POS-VAG
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-VAG
                IF WS-VT-COURSE(WS-IDX-2) = WS-COURSE-ALVO
                    MOVE WS-IDX-2 TO WS-POS-VAG
                    MOVE WS-QTD-VAG TO WS-IDX-2
                END-IF
            END-PERFORM.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-MATRICULA-CONFIRMADOS  --  INCLUI NO CADASTRO DE
      *                                   ESTUDANTES CADA CONFIRMADO
      *                                   (K) E O PASSA A M.
      ******************************************************************
       2000-MATRICULA-CONFIRMADOS.
            OPEN I-O ESTUDANTE
            IF FS-ARQ-INEXISTENTE
               OPEN OUTPUT ESTUDANTE
               CLOSE ESTUDANTE
               OPEN I-O ESTUDANTE
            END-IF
            IF NOT FS-OK AND NOT FS-CHAVE-NAO-ENCONTRADA
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-FS ' - CONFIRMADOS FICAM PARA O PROXIMO '
                        'LOTE.'
                MOVE 'CLASSIFICAPROCESSO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '2000-MATRICULA-CONFIRMADOS' TO LOG-PARAGRAFO
                                                   OF WS-LOG-PARM
                STRING 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                       WS-FS
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF
            MOVE 1 TO WS-EST-ABERTO

            MOVE 'MATRICULADOS NESTE LOTE (CONFIRMACOES RECEBIDAS):'
                TO RPT-LINHA
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-SITUACAO(WS-IDX) = 'K'
                    PERFORM 2100-INCLUI-ESTUDANTE THRU 2100-FIM
                END-IF
            END-PERFORM
            CLOSE ESTUDANTE
            MOVE 0 TO WS-EST-ABERTO
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-INCLUI-ESTUDANTE  --  GRAVA O REG-ESTUDANTE DO CONFIRMADO
      *                             WS-IDX E AUDITA A INCLUSAO.
      ******************************************************************
       2100-INCLUI-ESTUDANTE.
            MOVE 'ESTUDANT' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERACAO EM USO - INSCRICAO '
                        WS-CT-INSCRICAO(WS-IDX)
                        ' FICA PARA O PROXIMO LOTE.'
                GO TO 2100-FIM
            END-IF
            INITIALIZE REG-ESTUDANTE
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO CD-STUDENT
            MOVE WS-CT-NOME(WS-IDX) TO NM-STUDENT
            MOVE WS-CT-COURSE(WS-IDX) TO COURSE-CODE
            MOVE WS-DATA-HOJE TO ENROLLMENT-DATE
            MOVE WS-CT-CPF(WS-IDX) TO STUDENT-CPF
            MOVE WS-CT-DT-NASC(WS-IDX) TO STUDENT-DT-NASCIMENTO
            SET STUDENT-ATIVO TO TRUE
            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE SPACES TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO STUDENT-VERSAO-MATRIZ

            WRITE REG-ESTUDANTE
                  INVALID KEY
                      DISPLAY 'COLISAO DE CHAVE NA INCLUSAO - '
                              'CD-STUDENT: ' CD-STUDENT
                              ' - INSCRICAO '
                              WS-CT-INSCRICAO(WS-IDX)
                              ' FICA PARA O PROXIMO LOTE.'
                      GO TO 2100-FIM
            END-WRITE

            MOVE 'M' TO WS-CT-SITUACAO(WS-IDX)
            MOVE CD-STUDENT TO WS-CT-CD-STUDENT(WS-IDX)
            ADD 1 TO WS-QTD-MATRICULADOS
            MOVE SPACES TO RPT-LINHA
            STRING '  INSCRICAO ' WS-CT-INSCRICAO(WS-IDX)
                   ' ' WS-CT-NOME(WS-IDX)
                   ' CURSO ' WS-CT-COURSE(WS-IDX)
                   ' -> CD-STUDENT ' CD-STUDENT
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE 'I' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'NM-STUDENT' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE NM-STUDENT TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'COURSE-CODE' TO AUD-CAMPO
            MOVE COURSE-CODE TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'VERSAO-MATRIZ' TO AUD-CAMPO
            MOVE STUDENT-VERSAO-MATRIZ TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'ENROLLMENT-DATE' TO AUD-CAMPO
            MOVE ENROLLMENT-DATE TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'STUDENT-STATUS' TO AUD-CAMPO
            MOVE STUDENT-STATUS TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'STUDENT-CPF' TO AUD-CAMPO
            MOVE STUDENT-CPF TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'CAND-INSCRICAO' TO AUD-CAMPO
            MOVE WS-CT-INSCRICAO(WS-IDX) TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-EXPIRA-CONVOCACOES  --  CONVOCADO (C) QUE NAO CONFIRMOU
      *                                DENTRO DO PRAZO DO CURSO PASSA
      *                                A DESISTENTE (D, MOTIVO PRZ) E
      *                                LIBERA A VAGA. PRAZO ZERO =
      *                                SEM PRAZO.
      ******************************************************************
       3000-EXPIRA-CONVOCACOES.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-SITUACAO(WS-IDX) = 'C'
                   AND WS-CT-DT-CONVOC(WS-IDX) NUMERIC
                   AND WS-CT-DT-CONVOC(WS-IDX) > ZEROS
                    MOVE WS-CT-COURSE(WS-IDX) TO WS-COURSE-ALVO
                    PERFORM 1600-LOCALIZA-VAGA THRU 1600-FIM
                    IF WS-POS-VAG > 0
                       AND WS-VT-PRAZO(WS-POS-VAG) > 0
                        COMPUTE WS-DIAS-LIMITE =
                            FUNCTION INTEGER-OF-DATE
                                (WS-CT-DT-CONVOC(WS-IDX))
                            + WS-VT-PRAZO(WS-POS-VAG)
                        IF WS-DIAS-HOJE > WS-DIAS-LIMITE
                            MOVE 'D' TO WS-CT-SITUACAO(WS-IDX)
                            MOVE 'PRZ' TO WS-CT-MOTIVO(WS-IDX)
                            ADD 1 TO WS-QTD-PRAZO-VENCIDO
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-APURA-INSCRITOS  --  CALCULA A NOTA FINAL DOS INSCRITOS
      *                             AINDA NAO CLASSIFICADOS (I) E OS
      *                             ELIMINA OU PASSA A LISTA DE
      *                             ESPERA. INSCRITO PRESENTE SEM
      *                             NENHUMA NOTA LANCADA FICA I.
      ******************************************************************
       4000-APURA-INSCRITOS.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-SITUACAO(WS-IDX) = 'I'
                   OR WS-CT-SITUACAO(WS-IDX) = SPACE
                    PERFORM 4100-APURA-CANDIDATO THRU 4100-FIM
                END-IF
            END-PERFORM.
       4000-FIM.
            EXIT.

       4100-APURA-CANDIDATO.
            MOVE 'I' TO WS-CT-SITUACAO(WS-IDX)
            MOVE WS-CT-COURSE(WS-IDX) TO WS-COURSE-ALVO
            PERFORM 1600-LOCALIZA-VAGA THRU 1600-FIM
            IF WS-POS-VAG = 0
                MOVE 'E' TO WS-CT-SITUACAO(WS-IDX)
                MOVE 'CUR' TO WS-CT-MOTIVO(WS-IDX)
                GO TO 4100-FIM
            END-IF
            IF WS-CT-PRESENCA(WS-IDX) = 'A'
                MOVE 'E' TO WS-CT-SITUACAO(WS-IDX)
                MOVE 'AUS' TO WS-CT-MOTIVO(WS-IDX)
                GO TO 4100-FIM
            END-IF
            IF WS-CT-NOTA-1(WS-IDX) = ZEROS
               AND WS-CT-NOTA-2(WS-IDX) = ZEROS
               AND WS-CT-NOTA-3(WS-IDX) = ZEROS
                ADD 1 TO WS-QTD-PENDENTES
                GO TO 4100-FIM
            END-IF

            COMPUTE WS-SOMA-NOTAS = WS-CT-NOTA-1(WS-IDX)
                + WS-CT-NOTA-2(WS-IDX) + WS-CT-NOTA-3(WS-IDX)
            COMPUTE WS-CT-NOTA-FINAL(WS-IDX) ROUNDED =
                WS-SOMA-NOTAS / 3

            IF WS-CT-NOTA-1(WS-IDX) = ZEROS
               OR WS-CT-NOTA-2(WS-IDX) = ZEROS
               OR WS-CT-NOTA-3(WS-IDX) = ZEROS
                MOVE 'E' TO WS-CT-SITUACAO(WS-IDX)
                MOVE 'ZER' TO WS-CT-MOTIVO(WS-IDX)
                GO TO 4100-FIM
            END-IF
            IF WS-CT-NOTA-FINAL(WS-IDX) < WS-VT-NOTA-MIN(WS-POS-VAG)
                MOVE 'E' TO WS-CT-SITUACAO(WS-IDX)
                MOVE 'MIN' TO WS-CT-MOTIVO(WS-IDX)
                GO TO 4100-FIM
            END-IF
            MOVE 'L' TO WS-CT-SITUACAO(WS-IDX)
            MOVE SPACES TO WS-CT-MOTIVO(WS-IDX).
       4100-FIM.
            EXIT.

      ******************************************************************
      * 5000-CLASSIFICA-CURSO  --  NUMERA A CLASSIFICACAO DOS
      *                              CANDIDATOS NAO ELIMINADOS DO
      *                              CURSO WS-IDX-VAG: NOTA FINAL
      *                              DECRESCENTE, EMPATE PARA O MAIS
      *                              VELHO (MENOR DATA DE NASCIMENTO),
      *                              DEPOIS PARA A INSCRICAO MAIS
      *                              ANTIGA.
      ******************************************************************
       5000-CLASSIFICA-CURSO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                MOVE 0 TO WS-RK-FEITO(WS-IDX)
            END-PERFORM
            MOVE ZEROS TO WS-CLASSIF
            MOVE 1 TO WS-MELHOR
            PERFORM 5100-PROXIMO-CLASSIFICADO THRU 5100-FIM
                UNTIL WS-MELHOR = 0.
       5000-FIM.
            EXIT.

       5100-PROXIMO-CLASSIFICADO.
            MOVE 0 TO WS-MELHOR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-RK-FEITO(WS-IDX) = 0
                   AND WS-CT-COURSE(WS-IDX) = WS-VT-COURSE(WS-IDX-VAG)
                   AND (WS-CT-SITUACAO(WS-IDX) = 'L' OR 'C' OR 'K'
                        OR 'M' OR 'D')
                   AND WS-CT-NOTA-FINAL(WS-IDX) > ZEROS
                    IF WS-MELHOR = 0
                        MOVE WS-IDX TO WS-MELHOR
                    ELSE
                        IF WS-CT-NOTA-FINAL(WS-IDX) >
                           WS-CT-NOTA-FINAL(WS-MELHOR)
                           OR (WS-CT-NOTA-FINAL(WS-IDX) =
                               WS-CT-NOTA-FINAL(WS-MELHOR)
                               AND WS-CT-DT-NASC(WS-IDX) <
                                   WS-CT-DT-NASC(WS-MELHOR))
                            MOVE WS-IDX TO WS-MELHOR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-MELHOR > 0
                ADD 1 TO WS-CLASSIF
                MOVE WS-CLASSIF TO WS-CT-CLASSIF(WS-MELHOR)
                MOVE 1 TO WS-RK-FEITO(WS-MELHOR)
            END-IF.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 5500-NUMERO-CHAMADA  --  A CHAMADA DESTA EXECUCAO E A SEGUINTE
      *                            A MAIOR JA PUBLICADA NO PROCESSO.
      ******************************************************************
       5500-NUMERO-CHAMADA.
            MOVE ZEROS TO WS-CHAMADA-NOVA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-CHAMADA(WS-IDX) > WS-CHAMADA-NOVA
                    MOVE WS-CT-CHAMADA(WS-IDX) TO WS-CHAMADA-NOVA
                END-IF
            END-PERFORM
            ADD 1 TO WS-CHAMADA-NOVA.
       5500-FIM.
            EXIT.

      ******************************************************************
      * 6000-CONVOCA-CURSO  --  VAGAS LIVRES DO CURSO = VAGAS MENOS
      *                           CONVOCADOS, CONFIRMADOS E
      *                           MATRICULADOS; CONVOCA A LISTA DE
      *                           ESPERA EM ORDEM DE CLASSIFICACAO ATE
      *                           PREENCHE-LAS.
      ******************************************************************
       6000-CONVOCA-CURSO.
            MOVE ZEROS TO WS-VT-OCUPADAS(WS-IDX-VAG)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-COURSE(WS-IDX) = WS-VT-COURSE(WS-IDX-VAG)
                   AND (WS-CT-SITUACAO(WS-IDX) = 'C' OR 'K' OR 'M')
                    ADD 1 TO WS-VT-OCUPADAS(WS-IDX-VAG)
                END-IF
            END-PERFORM
            COMPUTE WS-LIVRES = WS-VT-QTD(WS-IDX-VAG)
                - WS-VT-OCUPADAS(WS-IDX-VAG)

            MOVE SPACES TO RPT-LINHA
            STRING WS-CHAMADA-NOVA 'A. CHAMADA - CURSO '
                   WS-VT-COURSE(WS-IDX-VAG)
                   ' - VAGAS ' WS-VT-QTD(WS-IDX-VAG)
                   ' OCUPADAS ' WS-VT-OCUPADAS(WS-IDX-VAG)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            MOVE 1 TO WS-CLASSIF
            PERFORM 6100-CONVOCA-PROXIMO THRU 6100-FIM
                UNTIL WS-LIVRES <= 0 OR WS-CLASSIF = 0
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA.
       6000-FIM.
            EXIT.

       6100-CONVOCA-PROXIMO.
            MOVE 0 TO WS-MELHOR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-COURSE(WS-IDX) = WS-VT-COURSE(WS-IDX-VAG)
                   AND WS-CT-SITUACAO(WS-IDX) = 'L'
                    IF WS-MELHOR = 0
                        MOVE WS-IDX TO WS-MELHOR
                    ELSE
                        IF WS-CT-CLASSIF(WS-IDX) <
                           WS-CT-CLASSIF(WS-MELHOR)
                            MOVE WS-IDX TO WS-MELHOR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WS-MELHOR = 0
                MOVE 0 TO WS-CLASSIF
                GO TO 6100-FIM
            END-IF
            MOVE 'C' TO WS-CT-SITUACAO(WS-MELHOR)
            MOVE WS-CHAMADA-NOVA TO WS-CT-CHAMADA(WS-MELHOR)
            MOVE WS-DATA-HOJE TO WS-CT-DT-CONVOC(WS-MELHOR)
            SUBTRACT 1 FROM WS-LIVRES
            ADD 1 TO WS-QTD-CONVOCADOS-HOJE
            MOVE WS-CT-NOTA-FINAL(WS-MELHOR) TO WS-NOTA-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  CLASSIF. ' WS-CT-CLASSIF(WS-MELHOR)
                   ' INSCRICAO ' WS-CT-INSCRICAO(WS-MELHOR)
                   ' ' WS-CT-NOME(WS-MELHOR)
                   ' NOTA FINAL ' WS-NOTA-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 7000-LISTA-ESPERA-ELIMINADOS  --  PUBLICA A LISTA DE ESPERA
      *                                     (POR CURSO E EM ORDEM DE
      *                                     CLASSIFICACAO) E OS
      *                                     ELIMINADOS COM O MOTIVO.
      ******************************************************************
       7000-LISTA-ESPERA-ELIMINADOS.
            PERFORM VARYING WS-IDX-VAG FROM 1 BY 1
                    UNTIL WS-IDX-VAG > WS-QTD-VAG
                MOVE SPACES TO RPT-LINHA
                STRING 'LISTA DE ESPERA - CURSO '
                       WS-VT-COURSE(WS-IDX-VAG)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
                PERFORM VARYING WS-CLASSIF FROM 1 BY 1
                        UNTIL WS-CLASSIF > WS-QTD-CAN
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-QTD-CAN
                        IF WS-CT-COURSE(WS-IDX) =
                           WS-VT-COURSE(WS-IDX-VAG)
                           AND WS-CT-SITUACAO(WS-IDX) = 'L'
                           AND WS-CT-CLASSIF(WS-IDX) = WS-CLASSIF
                            MOVE WS-CT-NOTA-FINAL(WS-IDX) TO
                                 WS-NOTA-ED
                            MOVE SPACES TO RPT-LINHA
                            STRING '  CLASSIF. ' WS-CT-CLASSIF(WS-IDX)
                                   ' INSCRICAO '
                                   WS-CT-INSCRICAO(WS-IDX)
                                   ' ' WS-CT-NOME(WS-IDX)
                                   ' NOTA FINAL ' WS-NOTA-ED
                                   DELIMITED BY SIZE INTO RPT-LINHA
                            END-STRING
                            WRITE RPT-LINHA
                        END-IF
                    END-PERFORM
                END-PERFORM
                MOVE SPACES TO RPT-LINHA
                WRITE RPT-LINHA
            END-PERFORM

            MOVE 'ELIMINADOS (AUS AUSENTE, ZER NOTA ZERO, MIN ABAIXO '
                 TO RPT-LINHA
            MOVE 'DA MINIMA, CUR CURSO SEM VAGAS):' TO RPT-LINHA(52:)
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-SITUACAO(WS-IDX) = 'E'
                    MOVE WS-CT-NOTA-FINAL(WS-IDX) TO WS-NOTA-ED
                    MOVE SPACES TO RPT-LINHA
                    STRING '  INSCRICAO ' WS-CT-INSCRICAO(WS-IDX)
                           ' ' WS-CT-NOME(WS-IDX)
                           ' CURSO ' WS-CT-COURSE(WS-IDX)
                           ' NOTA FINAL ' WS-NOTA-ED
                           ' MOTIVO ' WS-CT-MOTIVO(WS-IDX)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 8000-CONCILIA  --  POR CURSO E NO TOTAL: INSCRITOS =
      *                      CONVOCADOS (EM QUALQUER CHAMADA, INCLUSIVE
      *                      OS JA MATRICULADOS E OS DESISTENTES) +
      *                      ESPERA + ELIMINADOS (INCLUSIVE QUEM
      *                      DESISTIU DA ESPERA) + SEM NOTA. DIFERENCA
      *                      = RC 8 E REGISTRO NO LOG CENTRAL.
      ******************************************************************
       8000-CONCILIA.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                ADD 1 TO WS-TOT-INSCRITOS
                MOVE WS-CT-COURSE(WS-IDX) TO WS-COURSE-ALVO
                PERFORM 1600-LOCALIZA-VAGA THRU 1600-FIM
                EVALUATE TRUE
                    WHEN WS-CT-CHAMADA(WS-IDX) > 0
                        ADD 1 TO WS-TOT-CONVOCADOS
                        IF WS-POS-VAG > 0
                            ADD 1 TO WS-VT-CONVOCADOS(WS-POS-VAG)
                            IF WS-CT-SITUACAO(WS-IDX) = 'M'
                                ADD 1 TO
                                    WS-VT-MATRICULADOS(WS-POS-VAG)
                            END-IF
                        END-IF
                    WHEN WS-CT-SITUACAO(WS-IDX) = 'L'
                        ADD 1 TO WS-TOT-ESPERA
                        IF WS-POS-VAG > 0
                            ADD 1 TO WS-VT-ESPERA(WS-POS-VAG)
                        END-IF
                    WHEN WS-CT-SITUACAO(WS-IDX) = 'E' OR 'D'
                        ADD 1 TO WS-TOT-ELIMINADOS
                        IF WS-POS-VAG > 0
                            ADD 1 TO WS-VT-ELIMINADOS(WS-POS-VAG)
                        END-IF
                    WHEN OTHER
                        IF WS-POS-VAG > 0
                            ADD 1 TO WS-VT-PENDENTES(WS-POS-VAG)
                        END-IF
                END-EVALUATE
                IF WS-POS-VAG > 0
                    ADD 1 TO WS-VT-INSCRITOS(WS-POS-VAG)
                END-IF
            END-PERFORM

            MOVE 'CONCILIACAO DO PROCESSO (INSCRITOS = CONVOCADOS + '
                 TO RPT-LINHA
            MOVE 'ESPERA + ELIMINADOS + SEM NOTA):' TO RPT-LINHA(52:)
            WRITE RPT-LINHA
            PERFORM VARYING WS-IDX-VAG FROM 1 BY 1
                    UNTIL WS-IDX-VAG > WS-QTD-VAG
                MOVE SPACES TO RPT-LINHA
                STRING '  CURSO ' WS-VT-COURSE(WS-IDX-VAG)
                       ' INSCRITOS ' WS-VT-INSCRITOS(WS-IDX-VAG)
                       ' CONVOCADOS ' WS-VT-CONVOCADOS(WS-IDX-VAG)
                       ' (MATRICULADOS '
                       WS-VT-MATRICULADOS(WS-IDX-VAG) ')'
                       ' ESPERA ' WS-VT-ESPERA(WS-IDX-VAG)
                       ' ELIMINADOS ' WS-VT-ELIMINADOS(WS-IDX-VAG)
                       ' SEM NOTA ' WS-VT-PENDENTES(WS-IDX-VAG)
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-PERFORM

            COMPUTE WS-TOT-CONFERE = WS-TOT-CONVOCADOS
                + WS-TOT-ESPERA + WS-TOT-ELIMINADOS + WS-QTD-PENDENTES
            MOVE SPACES TO RPT-LINHA
            STRING '  TOTAL    INSCRITOS ' WS-TOT-INSCRITOS
                   ' CONVOCADOS ' WS-TOT-CONVOCADOS
                   ' ESPERA ' WS-TOT-ESPERA
                   ' ELIMINADOS ' WS-TOT-ELIMINADOS
                   ' SEM NOTA ' WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            IF WS-TOT-CONFERE NOT = WS-TOT-INSCRITOS
                MOVE '  *** CONCILIACAO NAO FECHA ***' TO RPT-LINHA
                WRITE RPT-LINHA
                DISPLAY 'CONCILIACAO DO PROCESSO NAO FECHA: '
                        WS-TOT-INSCRITOS ' INSCRITOS X '
                        WS-TOT-CONFERE ' APURADOS.'
                MOVE 'CLASSIFICAPROCESSO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '8000-CONCILIA' TO LOG-PARAGRAFO OF WS-LOG-PARM
                STRING 'CONCILIACAO DO PROCESSO ' WS-PROCESSO
                       ' NAO FECHA'
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
            END-IF.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 8500-REGRAVA-CANDIDATOS  --  REGRAVA O ARQUIVO DE CANDIDATOS
      *                                COM AS SITUACOES APURADAS.
      ******************************************************************
       8500-REGRAVA-CANDIDATOS.
            OPEN OUTPUT CANDIDATOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                MOVE WS-CT(WS-IDX) TO REG-CANDIDATO
                WRITE REG-CANDIDATO
            END-PERFORM
            CLOSE CANDIDATOS.
       8500-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  CHAMA A GRAVAAUDITORIA PARA O CAMPO
      *                            JA MONTADO EM WS-AUD-PARM.
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM CLASSIFICAPROCESSO.
