      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MANUTENCAO DO PROCESSO SELETIVO: INSCRICAO DE
      *         CANDIDATOS (CPF CONFERIDO PELA VALIDACPF, UM CPF POR
      *         PROCESSO, CURSO OBRIGATORIAMENTE PRESENTE NO QUADRO DE
      *         VAGAS), LANCAMENTO DAS NOTAS DAS PROVAS, CONFIRMACAO E
      *         DESISTENCIA DOS CONVOCADOS E MANUTENCAO DO QUADRO DE
      *         VAGAS POR CURSO (FD_PROCESSO_VAGA). O ARQUIVO DE
      *         CANDIDATOS (FD_CANDIDATO) E UM POR PROCESSO,
      *         CANDIDATOS_<PROCESSO>.TXT, SALVO DD_CANDIDATOS. A
      *         CLASSIFICACAO, AS CHAMADAS E A INCLUSAO DOS
      *         CONFIRMADOS NO CADASTRO DE ESTUDANTES SAO FEITAS PELO
      *         LOTE CLASSIFICAPROCESSO. TODA TRANSACAO E AUDITADA
      *         (TRANSACAO S).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOCANDIDATO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATOS ASSIGN TO DYNAMIC WS-CAN-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAN-FS.

           SELECT PROCESSO-VAGAS ASSIGN TO DYNAMIC WS-VAG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VAG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATOS.
          COPY FD_CANDIDATO.

       FD PROCESSO-VAGAS.
          COPY FD_PROCESSO_VAGA.

       WORKING-STORAGE SECTION.
       01 WS-CAN-DD                PIC X(100) VALUE SPACES.
       01 WS-VAG-DD                PIC X(100) VALUE SPACES.
       77 WS-CAN-FS                PIC XX VALUE SPACES.
          88 CAN-FS-OK             VALUE '00'.
       77 WS-VAG-FS                PIC XX VALUE SPACES.
          88 VAG-FS-OK             VALUE '00'.
       77 WS-CAN-EOF               PIC X VALUE 'N'.
          88 CAN-FIM-ARQUIVO       VALUE 'F'.
       77 WS-VAG-EOF               PIC X VALUE 'N'.
          88 VAG-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.

       01 WS-CPF-PARM.
          03 WS-CPF-PARM-CPF       PIC 9(11) VALUE 0.
          03 WS-CPF-PARM-RETORNO   PIC 99 VALUE 0.
             88 CPF-PARM-VALIDO    VALUE 0.
             88 CPF-PARM-INVALIDO  VALUE 1.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INSCREVER    VALUE 'I' 'i'.
             88 TRANS-NOTAS        VALUE 'N' 'n'.
             88 TRANS-CONFIRMAR    VALUE 'C' 'c'.
             88 TRANS-DESISTIR     VALUE 'D' 'd'.
             88 TRANS-VAGAS        VALUE 'V' 'v'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       77 WS-PROCESSO              PIC X(06) VALUE SPACES.

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

      * QUADRO DE VAGAS INTEIRO (TODOS OS PROCESSOS) EM MEMORIA
       01 WS-TABELA-VAGAS.
          05 WS-QTD-VAG            PIC 9(03) VALUE 0.
          05 WS-VT OCCURS 200 TIMES.
             10 WS-VT-PROCESSO     PIC X(06).
             10 WS-VT-COURSE       PIC X(05).
             10 WS-VT-QTD          PIC 9(04).
             10 WS-VT-NOTA-MIN     PIC 9(3)V9(2).
             10 WS-VT-PRAZO        PIC 9(02).

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-POS-CAN               PIC 9(04) VALUE ZEROS.
       77 WS-POS-VAG               PIC 9(03) VALUE ZEROS.
       77 WS-INSCRICAO-ALVO        PIC 9(06) VALUE ZEROS.
       77 WS-CPF-ALVO              PIC 9(11) VALUE ZEROS.
       77 WS-COURSE-ALVO           PIC X(05) VALUE SPACES.
       77 WS-RESPOSTA              PIC X(01) VALUE SPACE.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-ED               PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOCANDIDATO - PROCESSO SELETIVO     *'
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

            ACCEPT WS-PROCESSO FROM ENVIRONMENT 'DD_PROCESSO_SELETIVO'
            IF WS-PROCESSO = SPACES
                DISPLAY 'PROCESSO SELETIVO (EX. 2027-1): '
                ACCEPT WS-PROCESSO
            END-IF
            IF WS-PROCESSO = SPACES
                DISPLAY 'PROCESSO SELETIVO NAO INFORMADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
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

            PERFORM 1000-CARREGA-CANDIDATOS THRU 1000-FIM
            PERFORM 1100-CARREGA-VAGAS THRU 1100-FIM

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** PROCESSO SELETIVO ' WS-PROCESSO ' ***'
                DISPLAY '(I)NSCREVER (N)OTAS (C)ONFIRMAR MATRICULA '
                        '(D)ESISTENCIA (V)AGAS (L)ISTAR (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INSCREVER
                        PERFORM 2000-INSCREVER THRU 2000-FIM
                    WHEN TRANS-NOTAS
                        PERFORM 3000-LANCAR-NOTAS THRU 3000-FIM
                    WHEN TRANS-CONFIRMAR
                        PERFORM 4000-CONFIRMAR THRU 4000-FIM
                    WHEN TRANS-DESISTIR
                        PERFORM 4500-DESISTIR THRU 4500-FIM
                    WHEN TRANS-VAGAS
                        PERFORM 5000-MANTEM-VAGAS THRU 5000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM.

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
      * 1000-CARREGA-CANDIDATOS  --  CARREGA OS CANDIDATOS DO PROCESSO
      *                                EM MEMORIA (ARQUIVO AUSENTE =
      *                                PROCESSO SEM INSCRITOS AINDA).
      ******************************************************************
       1000-CARREGA-CANDIDATOS.
            MOVE 0 TO WS-QTD-CAN
            OPEN INPUT CANDIDATOS
            IF NOT CAN-FS-OK
                GO TO 1000-FIM
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
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-VAGAS  --  CARREGA O QUADRO DE VAGAS INTEIRO (A
      *                           REGRAVACAO PRESERVA OS DEMAIS
      *                           PROCESSOS).
      ******************************************************************
       1100-CARREGA-VAGAS.
            MOVE 0 TO WS-QTD-VAG
            OPEN INPUT PROCESSO-VAGAS
            IF NOT VAG-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-VAG-EOF
            PERFORM UNTIL VAG-FIM-ARQUIVO
                READ PROCESSO-VAGAS
                    AT END
                        MOVE 'F' TO WS-VAG-EOF
                    NOT AT END
                        IF WS-QTD-VAG < 200
                            ADD 1 TO WS-QTD-VAG
                            MOVE REG-PROCESSO-VAGA TO
                                 WS-VT(WS-QTD-VAG)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROCESSO-VAGAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1500-LOCALIZA-INSCRICAO  --  PROCURA WS-INSCRICAO-ALVO NA
      *                                TABELA DE CANDIDATOS.
      ******************************************************************
       1500-LOCALIZA-INSCRICAO.
            MOVE 0 TO WS-POS-CAN
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-INSCRICAO(WS-IDX) = WS-INSCRICAO-ALVO
                    MOVE WS-IDX TO WS-POS-CAN
                    MOVE WS-QTD-CAN TO WS-IDX
                END-IF
            END-PERFORM.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-LOCALIZA-VAGA  --  PROCURA O CURSO WS-COURSE-ALVO NO
      *                           QUADRO DE VAGAS DO PROCESSO.
      ******************************************************************
       1600-LOCALIZA-VAGA.
            MOVE 0 TO WS-POS-VAG
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VAG
                IF WS-VT-PROCESSO(WS-IDX) = WS-PROCESSO
                   AND WS-VT-COURSE(WS-IDX) = WS-COURSE-ALVO
                    MOVE WS-IDX TO WS-POS-VAG
                    MOVE WS-QTD-VAG TO WS-IDX
                END-IF
            END-PERFORM.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-INSCREVER  --  INSCREVE UM CANDIDATO: CPF VALIDO E UNICO
      *                       NO PROCESSO, CURSO COM VAGAS CADASTRADAS;
      *                       O NUMERO DE INSCRICAO VEM DA GERATICKET
      *                       (SERIE INSCRIC).
      ******************************************************************
       2000-INSCREVER.
            IF WS-QTD-CAN >= 2000
                DISPLAY 'TABELA DE CANDIDATOS CHEIA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'CPF DO CANDIDATO.....: '
            ACCEPT WS-CPF-ALVO
            MOVE WS-CPF-ALVO TO WS-CPF-PARM-CPF
            CALL 'VALIDACPF' USING WS-CPF-PARM
            IF CPF-PARM-INVALIDO
                DISPLAY 'CPF INVALIDO - INSCRICAO RECUSADA.'
                GO TO 2000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                IF WS-CT-CPF(WS-IDX) = WS-CPF-ALVO
                    DISPLAY 'CPF JA INSCRITO NESTE PROCESSO - '
                            'INSCRICAO ' WS-CT-INSCRICAO(WS-IDX)
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            DISPLAY 'CURSO PRETENDIDO.....: '
            ACCEPT WS-COURSE-ALVO
            PERFORM 1600-LOCALIZA-VAGA THRU 1600-FIM
            IF WS-POS-VAG = 0
                DISPLAY 'CURSO SEM VAGAS CADASTRADAS NESTE PROCESSO.'
                GO TO 2000-FIM
            END-IF

            MOVE 'INSCRIC' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERACAO EM USO - TENTE NOVAMENTE.'
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-CAN
            INITIALIZE WS-CT(WS-QTD-CAN)
            MOVE WS-PROCESSO TO WS-CT-PROCESSO(WS-QTD-CAN)
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO
                 WS-CT-INSCRICAO(WS-QTD-CAN)
            MOVE WS-CPF-ALVO TO WS-CT-CPF(WS-QTD-CAN)
            MOVE WS-COURSE-ALVO TO WS-CT-COURSE(WS-QTD-CAN)
            DISPLAY 'NOME DO CANDIDATO....: '
            ACCEPT WS-CT-NOME(WS-QTD-CAN)
            DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
            ACCEPT WS-CT-DT-NASC(WS-QTD-CAN)
            IF WS-CT-DT-NASC(WS-QTD-CAN) NOT NUMERIC
                MOVE ZEROS TO WS-CT-DT-NASC(WS-QTD-CAN)
            END-IF
            MOVE 'P' TO WS-CT-PRESENCA(WS-QTD-CAN)
            MOVE 'I' TO WS-CT-SITUACAO(WS-QTD-CAN)
            MOVE WS-DATA-HOJE TO WS-CT-DT-INSCR(WS-QTD-CAN)
            PERFORM 7000-REGRAVA-CANDIDATOS THRU 7000-FIM
            DISPLAY 'CANDIDATO INSCRITO - INSCRICAO '
                    WS-CT-INSCRICAO(WS-QTD-CAN)

            MOVE 'CAND-INSCRICAO' TO AUD-CAMPO
            MOVE WS-CT-INSCRICAO(WS-QTD-CAN) TO AUD-VALOR-ANTIGO
            MOVE WS-CPF-ALVO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-LANCAR-NOTAS  --  LANCA AS NOTAS DAS TRES PROVAS (OU A
      *                          AUSENCIA) DE UM INSCRITO AINDA NAO
      *                          CLASSIFICADO.
      ******************************************************************
       3000-LANCAR-NOTAS.
            DISPLAY 'NUMERO DE INSCRICAO..: '
            ACCEPT WS-INSCRICAO-ALVO
            PERFORM 1500-LOCALIZA-INSCRICAO THRU 1500-FIM
            IF WS-POS-CAN = 0
                DISPLAY 'INSCRICAO NAO ENCONTRADA.'
                GO TO 3000-FIM
            END-IF
            IF WS-CT-SITUACAO(WS-POS-CAN) NOT = 'I'
               AND WS-CT-SITUACAO(WS-POS-CAN) NOT = SPACE
                DISPLAY 'CANDIDATO JA CLASSIFICADO - NOTAS NAO '
                        'PODEM MAIS SER ALTERADAS.'
                GO TO 3000-FIM
            END-IF
            DISPLAY 'CANDIDATO COMPARECEU AS PROVAS (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                MOVE 'A' TO WS-CT-PRESENCA(WS-POS-CAN)
                MOVE ZEROS TO WS-CT-NOTA-1(WS-POS-CAN)
                              WS-CT-NOTA-2(WS-POS-CAN)
                              WS-CT-NOTA-3(WS-POS-CAN)
            ELSE
                MOVE 'P' TO WS-CT-PRESENCA(WS-POS-CAN)
                DISPLAY 'NOTA DA PROVA 1......: '
                ACCEPT WS-CT-NOTA-1(WS-POS-CAN)
                DISPLAY 'NOTA DA PROVA 2......: '
                ACCEPT WS-CT-NOTA-2(WS-POS-CAN)
                DISPLAY 'NOTA DA PROVA 3......: '
                ACCEPT WS-CT-NOTA-3(WS-POS-CAN)
            END-IF
            PERFORM 7000-REGRAVA-CANDIDATOS THRU 7000-FIM
            DISPLAY 'NOTAS LANCADAS - INSCRICAO ' WS-INSCRICAO-ALVO

            MOVE 'CAND-NOTAS' TO AUD-CAMPO
            MOVE WS-INSCRICAO-ALVO TO AUD-VALOR-ANTIGO
            MOVE WS-CT-PRESENCA(WS-POS-CAN) TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-CONFIRMAR  --  REGISTRA A CONFIRMACAO DE MATRICULA DE UM
      *                       CONVOCADO (SITUACAO C -> K); A INCLUSAO
      *                       NO CADASTRO DE ESTUDANTES E FEITA PELO
      *                       PROXIMO CLASSIFICAPROCESSO.
      ******************************************************************
       4000-CONFIRMAR.
            DISPLAY 'NUMERO DE INSCRICAO..: '
            ACCEPT WS-INSCRICAO-ALVO
            PERFORM 1500-LOCALIZA-INSCRICAO THRU 1500-FIM
            IF WS-POS-CAN = 0
                DISPLAY 'INSCRICAO NAO ENCONTRADA.'
                GO TO 4000-FIM
            END-IF
            IF WS-CT-SITUACAO(WS-POS-CAN) NOT = 'C'
                DISPLAY 'CANDIDATO NAO ESTA CONVOCADO (SITUACAO '
                        WS-CT-SITUACAO(WS-POS-CAN) ').'
                GO TO 4000-FIM
            END-IF
            MOVE 'K' TO WS-CT-SITUACAO(WS-POS-CAN)
            PERFORM 7000-REGRAVA-CANDIDATOS THRU 7000-FIM
            DISPLAY 'MATRICULA CONFIRMADA - INSCRICAO '
                    WS-INSCRICAO-ALVO

            MOVE 'CAND-SITUACAO' TO AUD-CAMPO
            MOVE 'C' TO AUD-VALOR-ANTIGO
            MOVE 'K' TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4500-DESISTIR  --  REGISTRA A DESISTENCIA DE UM CONVOCADO OU DE
      *                      UM CANDIDATO EM LISTA DE ESPERA (SITUACAO
      *                      D, MOTIVO DES); A VAGA DO CONVOCADO VOLTA
      *                      PARA A PROXIMA CHAMADA.
      ******************************************************************
       4500-DESISTIR.
            DISPLAY 'NUMERO DE INSCRICAO..: '
            ACCEPT WS-INSCRICAO-ALVO
            PERFORM 1500-LOCALIZA-INSCRICAO THRU 1500-FIM
            IF WS-POS-CAN = 0
                DISPLAY 'INSCRICAO NAO ENCONTRADA.'
                GO TO 4500-FIM
            END-IF
            IF WS-CT-SITUACAO(WS-POS-CAN) NOT = 'C'
               AND WS-CT-SITUACAO(WS-POS-CAN) NOT = 'K'
               AND WS-CT-SITUACAO(WS-POS-CAN) NOT = 'L'
                DISPLAY 'SITUACAO ' WS-CT-SITUACAO(WS-POS-CAN)
                        ' NAO ADMITE DESISTENCIA.'
                GO TO 4500-FIM
            END-IF
            MOVE WS-CT-SITUACAO(WS-POS-CAN) TO AUD-VALOR-ANTIGO
            MOVE 'D' TO WS-CT-SITUACAO(WS-POS-CAN)
            MOVE 'DES' TO WS-CT-MOTIVO(WS-POS-CAN)
            PERFORM 7000-REGRAVA-CANDIDATOS THRU 7000-FIM
            DISPLAY 'DESISTENCIA REGISTRADA - INSCRICAO '
                    WS-INSCRICAO-ALVO

            MOVE 'CAND-SITUACAO' TO AUD-CAMPO
            MOVE 'D' TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 5000-MANTEM-VAGAS  --  INCLUI OU ALTERA A LINHA DO QUADRO DE
      *                          VAGAS DE UM CURSO NO PROCESSO.
      ******************************************************************
       5000-MANTEM-VAGAS.
            DISPLAY 'CURSO................: '
            ACCEPT WS-COURSE-ALVO
            IF WS-COURSE-ALVO = SPACES
                DISPLAY 'CURSO NAO INFORMADO.'
                GO TO 5000-FIM
            END-IF
            PERFORM 1600-LOCALIZA-VAGA THRU 1600-FIM
            IF WS-POS-VAG = 0
                IF WS-QTD-VAG >= 200
                    DISPLAY 'QUADRO DE VAGAS CHEIO.'
                    GO TO 5000-FIM
                END-IF
                ADD 1 TO WS-QTD-VAG
                MOVE WS-QTD-VAG TO WS-POS-VAG
                MOVE WS-PROCESSO TO WS-VT-PROCESSO(WS-POS-VAG)
                MOVE WS-COURSE-ALVO TO WS-VT-COURSE(WS-POS-VAG)
                MOVE ZEROS TO WS-VT-QTD(WS-POS-VAG)
                              WS-VT-NOTA-MIN(WS-POS-VAG)
                              WS-VT-PRAZO(WS-POS-VAG)
            END-IF
            DISPLAY 'NUMERO DE VAGAS......: '
            ACCEPT WS-VT-QTD(WS-POS-VAG)
            DISPLAY 'NOTA FINAL MINIMA....: '
            ACCEPT WS-VT-NOTA-MIN(WS-POS-VAG)
            DISPLAY 'PRAZO DE CONFIRMACAO (DIAS): '
            ACCEPT WS-VT-PRAZO(WS-POS-VAG)

            OPEN OUTPUT PROCESSO-VAGAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VAG
                MOVE WS-VT(WS-IDX) TO REG-PROCESSO-VAGA
                WRITE REG-PROCESSO-VAGA
            END-PERFORM
            CLOSE PROCESSO-VAGAS
            DISPLAY 'VAGAS GRAVADAS PARA O CURSO ' WS-COURSE-ALVO

            MOVE 'CAND-VAGAS' TO AUD-CAMPO
            MOVE WS-COURSE-ALVO TO AUD-VALOR-ANTIGO
            MOVE WS-VT-QTD(WS-POS-VAG) TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA O QUADRO DE VAGAS E OS CANDIDATOS DO
      *                    PROCESSO.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'CURSO VAGAS NOTA-MIN PRAZO'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VAG
                IF WS-VT-PROCESSO(WS-IDX) = WS-PROCESSO
                    MOVE WS-VT-NOTA-MIN(WS-IDX) TO WS-NOTA-ED
                    DISPLAY WS-VT-COURSE(WS-IDX) ' '
                            WS-VT-QTD(WS-IDX) '  '
                            WS-NOTA-ED '   '
                            WS-VT-PRAZO(WS-IDX)
                END-IF
            END-PERFORM
            DISPLAY ' '
            DISPLAY 'INSCR. NOME                 CURSO  FINAL CLAS '
                    'SIT CH'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                MOVE WS-CT-NOTA-FINAL(WS-IDX) TO WS-NOTA-ED
                DISPLAY WS-CT-INSCRICAO(WS-IDX) ' '
                        WS-CT-NOME(WS-IDX) ' '
                        WS-CT-COURSE(WS-IDX) ' '
                        WS-NOTA-ED ' '
                        WS-CT-CLASSIF(WS-IDX) '  '
                        WS-CT-SITUACAO(WS-IDX) '  '
                        WS-CT-CHAMADA(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-CANDIDATOS  --  REGRAVA O ARQUIVO DE CANDIDATOS DO
      *                                PROCESSO INTEIRO.
      ******************************************************************
       7000-REGRAVA-CANDIDATOS.
            OPEN OUTPUT CANDIDATOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAN
                MOVE WS-CT(WS-IDX) TO REG-CANDIDATO
                WRITE REG-CANDIDATO
            END-PERFORM
            CLOSE CANDIDATOS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DO PROCESSO
      *                            SELETIVO (TRANSACAO S).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'S' TO AUD-COD-TRANS
            MOVE ZEROS TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOCANDIDATO.
