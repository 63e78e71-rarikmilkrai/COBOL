      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EMISSAO DOS CERTIFICADOS DE CONCLUSAO DE CURSO LIVRE /
      *         EXTENSAO: PARA UMA OFERTA (TURMA COM TURMA-TIPO E),
      *         APURA A FREQUENCIA DE CADA PARTICIPANTE INSCRITO
      *         (TURMA_ALUNO.TXT, NAO CANCELADO) PELAS SESSOES DO
      *         FREQ_SESSAO.TXT - PRESENCAS SOBRE PRESENCAS MAIS
      *         AUSENCIAS; JUSTIFICADA (J) E PRESENCA PROVISORIA DA
      *         CATRACA NAO ENTRAM - E, A QUEM ATINGIU A FREQUENCIA
      *         MINIMA DA OFERTA (TURMA-FREQ-MINIMA; ZERO = 75%),
      *         EMITE O CERTIFICADO NUMERADO NA SERIE CERTEXT DO
      *         GERATICKET, GRAVADO NO LIVRO DE CERTIFICADOS
      *         (FD_CERTIFICADO_EXT) E NO REGISTRO CENTRAL DE
      *         DOCUMENTOS (REGISTRAEMISSAO, TIPO CEX), CONFERIVEL
      *         PELO CONSULTAVERIFICACAO. QUEM JA TEM CERTIFICADO DA
      *         OFERTA NO LIVRO NAO E NUMERADO DE NOVO, ENTAO A
      *         EMISSAO PODE SER REPETIDA SEM DUPLICAR.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITECERTIFICADOEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT FREQ-SESSAO ASSIGN TO DYNAMIC WS-SES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SES-FS.

           SELECT CERTIFICADOS ASSIGN TO DYNAMIC WS-CEX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CEX-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT DOCUMENTO ASSIGN TO DYNAMIC WS-DOC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD FREQ-SESSAO.
          COPY FD_FREQ_SESSAO.

       FD CERTIFICADOS.
          COPY FD_CERTIFICADO_EXT.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD DOCUMENTO.
       01 DOC-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-SES-DD                PIC X(100) VALUE SPACES.
       01 WS-CEX-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-DOC-DD                PIC X(100) VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-SES-FS                PIC XX VALUE SPACES.
          88 SES-FS-OK             VALUE '00'.
       77 WS-CEX-FS                PIC XX VALUE SPACES.
          88 CEX-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-DOC-FS                PIC XX VALUE SPACES.
          88 DOC-FS-OK             VALUE '00'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-SES-EOF               PIC X VALUE 'N'.
          88 SES-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CEX-EOF               PIC X VALUE 'N'.
          88 CEX-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-EMI-PARM.
          COPY EMISSAO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-ACHOU-TURMA           PIC 9 VALUE 0.
          88 TURMA-ENCONTRADA      VALUE 1.
       77 WS-TUR-MATERIA           PIC X(50) VALUE SPACES.
       77 WS-TUR-PERIODO           PIC X(06) VALUE SPACES.
       77 WS-TUR-UNIDADE           PIC X(02) VALUE SPACES.
       77 WS-TUR-TIPO              PIC X(01) VALUE SPACE.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.

       01 WS-TABELA-PARTICIPANTES.
          05 WS-QTD-PART           PIC 9(03) VALUE 0.
          05 WS-PART-TAB OCCURS 300 TIMES.
             10 WS-PART-CD         PIC 9(05).
             10 WS-PART-PRESENCAS  PIC 9(04).
             10 WS-PART-AUSENCIAS  PIC 9(04).
             10 WS-PART-PERC       PIC 9(03).
             10 WS-PART-CERTIFICADO PIC 9(09).

       77 WS-POS-PART              PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-AULAS                 PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO                PIC 9(09) VALUE ZEROS.
       77 WS-NOME-PART             PIC X(20) VALUE SPACES.
       77 WS-QTD-EMITIDOS          PIC 9(04) VALUE 0.
       77 WS-QTD-JA-TINHAM         PIC 9(04) VALUE 0.
       77 WS-QTD-ABAIXO            PIC 9(04) VALUE 0.
       77 WS-DOC-ABERTO            PIC 9 VALUE 0.
          88 DOCUMENTO-ABERTO      VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EMITECERTIFICADOEXT - CERTIFICADOS EXTENSAO *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'EMISSAO NEGADA - OPERADOR SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-CODIGO-ALVO FROM ENVIRONMENT
                                        'DD_TURMA_CERTIFICADO'
            IF WS-CODIGO-ALVO = SPACES
                DISPLAY 'CODIGO DA OFERTA (TURMA): '
                ACCEPT WS-CODIGO-ALVO
            END-IF

            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-SES-DD FROM ENVIRONMENT 'DD_FREQ_SESSAO'
            IF WS-SES-DD = SPACES
                MOVE 'FREQ_SESSAO.TXT' TO WS-SES-DD
            END-IF
            ACCEPT WS-CEX-DD FROM ENVIRONMENT 'DD_CERTIFICADOS_EXT'
            IF WS-CEX-DD = SPACES
                MOVE 'CERTIFICADOS_EXT.TXT' TO WS-CEX-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-DOC-DD FROM ENVIRONMENT 'DD_CERTIFICADO_DOC'
            IF WS-DOC-DD = SPACES
                MOVE 'CERTIFICADO_EXT.RPT' TO WS-DOC-DD
            END-IF

            PERFORM 1000-LOCALIZA-OFERTA THRU 1000-FIM
            IF NOT TURMA-ENCONTRADA
                DISPLAY 'TURMA NAO ENCONTRADA: ' WS-CODIGO-ALVO
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            IF WS-TUR-TIPO NOT = 'E'
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ' NAO E OFERTA DE '
                        'EXTENSAO - SEM CERTIFICADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            IF NOT OPER-TODAS-UNIDADES OF WS-OPER-PARM
               AND OPER-UNIDADE OF WS-OPER-PARM NOT = WS-TUR-UNIDADE
                DISPLAY 'OFERTA DA UNIDADE ' WS-TUR-UNIDADE
                        ' - OPERADOR DA UNIDADE '
                        OPER-UNIDADE OF WS-OPER-PARM '.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1100-CARREGA-PARTICIPANTES THRU 1100-FIM
            IF WS-QTD-PART = 0
                DISPLAY 'OFERTA ' WS-CODIGO-ALVO ' SEM PARTICIPANTES '
                        'INSCRITOS.'
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1200-APURA-FREQUENCIA THRU 1200-FIM
            PERFORM 1300-CARREGA-EMITIDOS THRU 1300-FIM

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PART
                PERFORM 2000-AVALIA-PARTICIPANTE THRU 2000-FIM
            END-PERFORM

            IF DOCUMENTO-ABERTO
                CLOSE DOCUMENTO
                DISPLAY 'CERTIFICADOS EMITIDOS EM ' WS-DOC-DD
            END-IF
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            DISPLAY ' '
            DISPLAY 'PARTICIPANTES DA OFERTA.: ' WS-QTD-PART
            DISPLAY 'CERTIFICADOS EMITIDOS...: ' WS-QTD-EMITIDOS
            DISPLAY 'JA CERTIFICADOS ANTES...: ' WS-QTD-JA-TINHAM
            DISPLAY 'ABAIXO DA FREQUENCIA....: ' WS-QTD-ABAIXO.

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
      * 1000-LOCALIZA-OFERTA  --  PROCURA A TURMA NO CADASTRO E GUARDA
      *                             MATERIA, PERIODO, UNIDADE, TIPO E
      *                             FREQUENCIA MINIMA.
      ******************************************************************
       1000-LOCALIZA-OFERTA.
            MOVE 0 TO WS-ACHOU-TURMA
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL ('
                        WS-TUR-DD ').'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO OR TURMA-ENCONTRADA
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF TURMA-CODIGO = WS-CODIGO-ALVO
                            MOVE 1 TO WS-ACHOU-TURMA
                            MOVE TURMA-MATERIA TO WS-TUR-MATERIA
                            MOVE TURMA-PERIODO TO WS-TUR-PERIODO
                            MOVE TURMA-UNIDADE TO WS-TUR-UNIDADE
                            MOVE TURMA-TIPO TO WS-TUR-TIPO
                            IF TURMA-FREQ-MINIMA NUMERIC
                               AND TURMA-FREQ-MINIMA > 0
                                MOVE TURMA-FREQ-MINIMA TO
                                     WS-FREQ-MINIMA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS
            IF WS-TUR-UNIDADE = SPACES
                MOVE '01' TO WS-TUR-UNIDADE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PARTICIPANTES  --  MONTA A TABELA COM OS INSCRITOS
      *                                   NAO CANCELADOS DA OFERTA.
      ******************************************************************
       1100-CARREGA-PARTICIPANTES.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-TAL-EOF
            PERFORM UNTIL TAL-FIM-ARQUIVO
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-TAL-EOF
                    NOT AT END
                        IF TAL-TURMA-CODIGO = WS-CODIGO-ALVO
                           AND NOT TAL-CANCELADO
                           AND WS-QTD-PART < 300
                            ADD 1 TO WS-QTD-PART
                            MOVE TAL-CD-STUDENT TO
                                 WS-PART-CD(WS-QTD-PART)
                            MOVE ZEROS TO
                                 WS-PART-PRESENCAS(WS-QTD-PART)
                                 WS-PART-AUSENCIAS(WS-QTD-PART)
                                 WS-PART-PERC(WS-QTD-PART)
                                 WS-PART-CERTIFICADO(WS-QTD-PART)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-APURA-FREQUENCIA  --  SOMA PRESENCAS E AUSENCIAS DE CADA
      *                              PARTICIPANTE NAS SESSOES DA OFERTA
      *                              E CALCULA O PERCENTUAL (TRUNCADO,
      *                              COMO NO CALCULO DE FREQUENCIA DO
      *                              LANCASESSAO).
      ******************************************************************
       1200-APURA-FREQUENCIA.
            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                DISPLAY 'SEM SESSOES LANCADAS (' WS-SES-DD ').'
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF SES-TURMA-CODIGO = WS-CODIGO-ALVO
                           AND NOT SES-PROVISORIA
                            PERFORM 1250-SOMA-SESSAO THRU 1250-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PART
                COMPUTE WS-AULAS = WS-PART-PRESENCAS(WS-IDX)
                                 + WS-PART-AUSENCIAS(WS-IDX)
                IF WS-AULAS > 0
                    COMPUTE WS-PART-PERC(WS-IDX) =
                        (WS-PART-PRESENCAS(WS-IDX) * 100) / WS-AULAS
                END-IF
            END-PERFORM.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1250-SOMA-SESSAO  --  CONTA A SESSAO LIDA PARA O PARTICIPANTE.
      ******************************************************************
       1250-SOMA-SESSAO.
            MOVE 0 TO WS-POS-PART
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PART
                IF WS-PART-CD(WS-IDX) = SES-CD-STUDENT
                    MOVE WS-IDX TO WS-POS-PART
                    MOVE WS-QTD-PART TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-PART = 0
                GO TO 1250-FIM
            END-IF
            EVALUATE TRUE
                WHEN SES-PRESENTE
                    ADD 1 TO WS-PART-PRESENCAS(WS-POS-PART)
                WHEN SES-AUSENTE
                    ADD 1 TO WS-PART-AUSENCIAS(WS-POS-PART)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       1250-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-EMITIDOS  --  MARCA QUEM JA TEM CERTIFICADO DESTA
      *                              OFERTA NO LIVRO DE CERTIFICADOS.
      ******************************************************************
       1300-CARREGA-EMITIDOS.
            OPEN INPUT CERTIFICADOS
            IF NOT CEX-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-CEX-EOF
            PERFORM UNTIL CEX-FIM-ARQUIVO
                READ CERTIFICADOS
                    AT END
                        MOVE 'F' TO WS-CEX-EOF
                    NOT AT END
                        IF CEX-TURMA-CODIGO = WS-CODIGO-ALVO
                            PERFORM 1350-MARCA-EMITIDO THRU 1350-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CERTIFICADOS.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1350-MARCA-EMITIDO  --  GUARDA O NUMERO DO CERTIFICADO JA
      *                           EMITIDO PARA O PARTICIPANTE.
      ******************************************************************
       1350-MARCA-EMITIDO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PART
                IF WS-PART-CD(WS-IDX) = CEX-CD-STUDENT
                    MOVE CEX-NUMERO TO WS-PART-CERTIFICADO(WS-IDX)
                    MOVE WS-QTD-PART TO WS-IDX
                END-IF
            END-PERFORM.
       1350-FIM.
            EXIT.

      ******************************************************************
      * 2000-AVALIA-PARTICIPANTE  --  DECIDE O PARTICIPANTE WS-IDX:
      *                                 JA CERTIFICADO, ABAIXO DA
      *                                 FREQUENCIA MINIMA OU APTO -
      *                                 NESTE CASO NUMERA, REGISTRA E
      *                                 IMPRIME O CERTIFICADO.
      ******************************************************************
       2000-AVALIA-PARTICIPANTE.
            IF WS-PART-CERTIFICADO(WS-IDX) > 0
                ADD 1 TO WS-QTD-JA-TINHAM
                DISPLAY WS-PART-CD(WS-IDX) ' JA CERTIFICADO (NUMERO '
                        WS-PART-CERTIFICADO(WS-IDX) ').'
                GO TO 2000-FIM
            END-IF
            IF WS-PART-PERC(WS-IDX) < WS-FREQ-MINIMA
               OR WS-PART-PRESENCAS(WS-IDX) = 0
                ADD 1 TO WS-QTD-ABAIXO
                DISPLAY WS-PART-CD(WS-IDX) ' FREQUENCIA '
                        WS-PART-PERC(WS-IDX) '% - MINIMO '
                        WS-FREQ-MINIMA '% - SEM CERTIFICADO.'
                GO TO 2000-FIM
            END-IF

            MOVE 'CERTEXT' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERACAO DE CERTIFICADO INDISPONIVEL - '
                        WS-PART-CD(WS-IDX) ' NAO CERTIFICADO.'
                MOVE 'EMITECERTIFICADOEXT' TO LOG-PROGRAMA
                                               OF WS-LOG-PARM
                MOVE '2000-AVALIA-PARTICIPANTE' TO LOG-PARAGRAFO
                                                    OF WS-LOG-PARM
                MOVE 'SERIE CERTEXT DO GERATICKET INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-NUMERO

            PERFORM 3000-GRAVA-REGISTRO THRU 3000-FIM
            PERFORM 5000-EMITE-CERTIFICADO THRU 5000-FIM
            ADD 1 TO WS-QTD-EMITIDOS
            DISPLAY WS-PART-CD(WS-IDX) ' FREQUENCIA '
                    WS-PART-PERC(WS-IDX) '% - CERTIFICADO '
                    WS-NUMERO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-REGISTRO  --  GRAVA O CERTIFICADO NO LIVRO DE
      *                            CERTIFICADOS, NO REGISTRO CENTRAL DE
      *                            DOCUMENTOS E NA TRILHA DE AUDITORIA.
      ******************************************************************
       3000-GRAVA-REGISTRO.
            OPEN EXTEND CERTIFICADOS
            IF NOT CEX-FS-OK
                OPEN OUTPUT CERTIFICADOS
            END-IF
            MOVE WS-NUMERO TO CEX-NUMERO
            MOVE WS-CODIGO-ALVO TO CEX-TURMA-CODIGO
            MOVE WS-PART-CD(WS-IDX) TO CEX-CD-STUDENT
            MOVE WS-PART-PERC(WS-IDX) TO CEX-PERC-FREQUENCIA
            MOVE WS-DATA-HOJE TO CEX-DT-EMISSAO
            MOVE WS-OPERADOR TO CEX-OPERADOR
            WRITE REG-CERTIFICADO-EXT
            CLOSE CERTIFICADOS
            MOVE WS-NUMERO TO WS-PART-CERTIFICADO(WS-IDX)

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'D' TO AUD-COD-TRANS
            MOVE WS-PART-CD(WS-IDX) TO AUD-CD-STUDENT
            MOVE 'CERTIFICADO-EXT' TO AUD-CAMPO
            MOVE WS-CODIGO-ALVO TO AUD-VALOR-ANTIGO
            MOVE WS-NUMERO TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            MOVE WS-NUMERO TO EMI-CODIGO OF WS-EMI-PARM
            MOVE 'CERTEXT' TO EMI-SERIE OF WS-EMI-PARM
            MOVE WS-PART-CD(WS-IDX) TO EMI-CD-STUDENT OF WS-EMI-PARM
            MOVE 'CEX' TO EMI-TIPO-DOC OF WS-EMI-PARM
            MOVE WS-OPERADOR TO EMI-OPERADOR OF WS-EMI-PARM
            CALL 'REGISTRAEMISSAO' USING WS-EMI-PARM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-CERTIFICADO  --  ACRESCENTA AO DOCUMENTO (132
      *                               COLUNAS) O CERTIFICADO DO
      *                               PARTICIPANTE, COM NOME CIVIL,
      *                               CURSO, PERIODO, FREQUENCIA,
      *                               NUMERO E ASSINATURAS.
      ******************************************************************
       5000-EMITE-CERTIFICADO.
            MOVE SPACES TO WS-NOME-PART
            IF ESTUDANTE-ABERTO
                MOVE WS-PART-CD(WS-IDX) TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO WS-NOME-PART
                END-READ
            END-IF

            IF NOT DOCUMENTO-ABERTO
                OPEN OUTPUT DOCUMENTO
                MOVE 1 TO WS-DOC-ABERTO
            ELSE
                MOVE SPACES TO DOC-LINHA
                WRITE DOC-LINHA
                MOVE ALL '-' TO DOC-LINHA
                WRITE DOC-LINHA
            END-IF

            MOVE SPACES TO DOC-LINHA
            STRING 'CERTIFICADO DE CONCLUSAO - CURSO LIVRE / EXTENSAO'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            STRING 'CERTIFICAMOS QUE ' WS-NOME-PART
                   ' (CADASTRO ' WS-PART-CD(WS-IDX) ')'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'CONCLUIU O CURSO ' WS-TUR-MATERIA
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'OFERTA ' WS-CODIGO-ALVO
                   '  PERIODO ' WS-TUR-PERIODO
                   '  UNIDADE ' WS-TUR-UNIDADE
                   '  FREQUENCIA ' WS-PART-PERC(WS-IDX) '%'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            STRING 'CERTIFICADO NUMERO ' WS-NUMERO
                   ' - CONFIRA PELO CODIGO NA SECRETARIA'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING '________________________________      '
                   '________________________________'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'SECRETARIA ACADEMICA                  '
                   'COORDENACAO DE EXTENSAO'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA.
       5000-FIM.
            EXIT.

       END PROGRAM EMITECERTIFICADOEXT.
