      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:FATURA MENSAL CONSOLIDADA DOS CONVENIOS COM EMPRESAS:
      *         PARA A COMPETENCIA INFORMADA (DD_COMPETENCIA, AAAAMM),
      *         JUNTA AS PARCELAS DE EMPRESA AINDA NAO FATURADAS
      *         (PARCELAS_CONVENIO.TXT, GRAVADAS PELO GERAMENSALIDADE)
      *         NUMA FATURA POR CONVENIO, NUMERADA NA SERIE FATURA DO
      *         GERATICKET, COM VENCIMENTO NO DIA DO CONVENIO. A
      *         FATURA ENTRA NO REGISTRO FATURAS_CONVENIO.TXT (ABERTA,
      *         BAIXADA DEPOIS PELO BAIXAFATURACONVENIO), AS PARCELAS
      *         RECEBEM O NUMERO DA FATURA E O DOCUMENTO PARA A EMPRESA
      *         SAI EM FATURAS_CONVENIO.RPT COM A RELACAO DOS ALUNOS.
      *         RERODAR A COMPETENCIA SO FATURA O QUE FALTOU (PARCELA
      *         JA FATURADA NAO ENTRA DE NOVO).
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAFATURACONVENIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS ASSIGN TO DYNAMIC WS-CNV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CNV-FS.

           SELECT PARCELAS-CONVENIO ASSIGN TO DYNAMIC WS-PCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PCV-FS.

           SELECT FATURAS-CONVENIO ASSIGN TO DYNAMIC WS-FCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FCV-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT DOCUMENTO-FATURA ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS.
          COPY FD_CONVENIO.

       FD PARCELAS-CONVENIO.
          COPY FD_PARCELA_CONVENIO.

       FD FATURAS-CONVENIO.
          COPY FD_FATURA_CONVENIO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD DOCUMENTO-FATURA.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CNV-DD                PIC X(100) VALUE SPACES.
       01 WS-PCV-DD                PIC X(100) VALUE SPACES.
       01 WS-FCV-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-CNV-FS                PIC XX VALUE SPACES.
          88 CNV-FS-OK             VALUE '00'.
       77 WS-PCV-FS                PIC XX VALUE SPACES.
          88 PCV-FS-OK             VALUE '00'.
       77 WS-FCV-FS                PIC XX VALUE SPACES.
          88 FCV-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-CNV-EOF               PIC X VALUE 'N'.
          88 CNV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PCV-EOF               PIC X VALUE 'N'.
          88 PCV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-TABELA-CONVENIOS.
          05 WS-QTD-CNV            PIC 9(03) VALUE 0.
          05 WS-CNV-TAB OCCURS 200 TIMES.
             10 WS-TC-ID           PIC 9(05).
             10 WS-TC-CNPJ         PIC 9(14).
             10 WS-TC-RAZAO        PIC X(40).
             10 WS-TC-DIA-VENC     PIC 9(02).

      * REGISTRO DE PARCELAS INTEIRO, REGRAVADO COM O NUMERO DA FATURA
       01 WS-TABELA-PARCELAS.
          05 WS-QTD-PCV            PIC 9(05) VALUE 0.
          05 WS-PCV-TAB OCCURS 20000 TIMES.
             10 WS-TP-CNV          PIC 9(05).
             10 WS-TP-CD           PIC 9(05).
             10 WS-TP-COMP         PIC 9(06).
             10 WS-TP-VALOR        PIC 9(05)V9(02).
             10 WS-TP-FATURA       PIC 9(09).
       77 WS-PCV-ESTOUROU          PIC 9 VALUE 0.
          88 PCV-ESTOUROU          VALUE 1.

       77 WS-IDX                   PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CNV               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ALUNOS-FAT        PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-FAT             PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-NUMERO-FATURA         PIC 9(09) VALUE ZEROS.
       77 WS-EMISSAO-INTERROMPIDA  PIC 9 VALUE 0.
          88 EMISSAO-INTERROMPIDA  VALUE 1.
       77 WS-NOME-ALUNO            PIC X(20) VALUE SPACES.
       77 WS-QTD-FATURAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCELAS-FAT      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FATURADO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-QTD-SEM-CONVENIO      PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* GERAFATURACONVENIO - FATURA DE CONVENIOS    *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'GERAFATURACONVENIO' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'GERAFATURACONVENIO JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA = ZEROS
                DISPLAY 'COMPETENCIA NAO INFORMADA (DD_COMPETENCIA '
                        'AAAAMM) - NADA A FATURAR.'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            ACCEPT WS-CNV-DD FROM ENVIRONMENT 'DD_CONVENIOS'
            IF WS-CNV-DD = SPACES
                MOVE 'CONVENIOS.TXT' TO WS-CNV-DD
            END-IF
            ACCEPT WS-PCV-DD FROM ENVIRONMENT 'DD_PARCELAS_CONVENIO'
            IF WS-PCV-DD = SPACES
                MOVE 'PARCELAS_CONVENIO.TXT' TO WS-PCV-DD
            END-IF
            ACCEPT WS-FCV-DD FROM ENVIRONMENT 'DD_FATURAS_CONVENIO'
            IF WS-FCV-DD = SPACES
                MOVE 'FATURAS_CONVENIO.TXT' TO WS-FCV-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_DOCUMENTO_FATURA'
            IF WS-RPT-DD = SPACES
                MOVE 'FATURAS_CONVENIO.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-CONVENIOS THRU 1000-FIM
            PERFORM 1100-CARREGA-PARCELAS THRU 1100-FIM
            IF PCV-ESTOUROU
                DISPLAY 'PARCELAS DE CONVENIO ALEM DA TABELA DE 20000 '
                        '- FATURAMENTO RECUSADO.'
                MOVE 'GERAFATURACONVENIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TABELA DE PARCELAS DE CONVENIO ESGOTADA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            IF WS-QTD-PCV = 0
                DISPLAY 'NENHUMA PARCELA DE CONVENIO - NADA A FATURAR.'
                GO TO 9900-ENCERRA
            END-IF

            OPEN EXTEND FATURAS-CONVENIO
            IF NOT FCV-FS-OK
                OPEN OUTPUT FATURAS-CONVENIO
            END-IF
            IF NOT FCV-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-FCV-DD
                        ' - FILE STATUS: ' WS-FCV-FS
                MOVE 'GERAFATURACONVENIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O REGISTRO DE FATURAS DE CONVENIO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN OUTPUT DOCUMENTO-FATURA
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                    UNTIL WS-IDX-CNV > WS-QTD-CNV
                       OR EMISSAO-INTERROMPIDA
                PERFORM 2000-FATURA-CONVENIO THRU 2000-FIM
            END-PERFORM

            CLOSE FATURAS-CONVENIO
            CLOSE DOCUMENTO-FATURA
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF
            IF WS-QTD-FATURAS > 0
                PERFORM 7000-REGRAVA-PARCELAS THRU 7000-FIM
            END-IF

            PERFORM 3000-CONFERE-SEM-CONVENIO THRU 3000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO FATURAMENTO DE CONVENIOS ***'
            DISPLAY 'FATURAS EMITIDAS.....: ' WS-QTD-FATURAS
            DISPLAY 'PARCELAS FATURADAS...: ' WS-QTD-PARCELAS-FAT
            MOVE WS-TOT-FATURADO TO WS-VALOR-ED
            DISPLAY 'VALOR FATURADO.......: ' WS-VALOR-ED
            DISPLAY 'PARCELAS SEM CONVENIO: ' WS-QTD-SEM-CONVENIO
            DISPLAY 'DOCUMENTO DAS FATURAS: ' WS-RPT-DD
            IF WS-QTD-SEM-CONVENIO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            IF EMISSAO-INTERROMPIDA
                MOVE 8 TO RETURN-CODE
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
      * 1000-CARREGA-CONVENIOS  --  CARREGA OS CONVENIOS (ATIVOS OU
      *                               ENCERRADOS - PARCELA GERADA NA
      *                               VIGENCIA AINDA E FATURADA).
      ******************************************************************
       1000-CARREGA-CONVENIOS.
            OPEN INPUT CONVENIOS
            IF NOT CNV-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-CNV-EOF
            PERFORM UNTIL CNV-FIM-ARQUIVO
                READ CONVENIOS
                    AT END
                        MOVE 'F' TO WS-CNV-EOF
                    NOT AT END
                        IF WS-QTD-CNV < 200
                            ADD 1 TO WS-QTD-CNV
                            MOVE CNV-ID TO WS-TC-ID(WS-QTD-CNV)
                            MOVE CNV-CNPJ TO WS-TC-CNPJ(WS-QTD-CNV)
                            MOVE CNV-RAZAO-SOCIAL TO
                                 WS-TC-RAZAO(WS-QTD-CNV)
                            MOVE CNV-DIA-VENCIMENTO TO
                                 WS-TC-DIA-VENC(WS-QTD-CNV)
                            IF WS-TC-DIA-VENC(WS-QTD-CNV) = 0
                               OR WS-TC-DIA-VENC(WS-QTD-CNV) > 28
                                MOVE 10 TO WS-TC-DIA-VENC(WS-QTD-CNV)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONVENIOS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PARCELAS  --  CARREGA O REGISTRO DE PARCELAS DE
      *                              EMPRESA INTEIRO (E REGRAVADO NO
      *                              FIM, ENTAO NAO PODE SER TRUNCADO).
      ******************************************************************
       1100-CARREGA-PARCELAS.
            OPEN INPUT PARCELAS-CONVENIO
            IF NOT PCV-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-PCV-EOF
            PERFORM UNTIL PCV-FIM-ARQUIVO
                READ PARCELAS-CONVENIO
                    AT END
                        MOVE 'F' TO WS-PCV-EOF
                    NOT AT END
                        IF WS-QTD-PCV < 20000
                            ADD 1 TO WS-QTD-PCV
                            MOVE PCV-CNV-ID TO WS-TP-CNV(WS-QTD-PCV)
                            MOVE PCV-CD-STUDENT TO
                                 WS-TP-CD(WS-QTD-PCV)
                            MOVE PCV-COMPETENCIA TO
                                 WS-TP-COMP(WS-QTD-PCV)
                            MOVE PCV-VALOR TO WS-TP-VALOR(WS-QTD-PCV)
                            MOVE PCV-FATURA TO
                                 WS-TP-FATURA(WS-QTD-PCV)
                        ELSE
                            MOVE 1 TO WS-PCV-ESTOUROU
                            MOVE 'F' TO WS-PCV-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARCELAS-CONVENIO.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-FATURA-CONVENIO  --  SOMA AS PARCELAS NAO FATURADAS DA
      *                             COMPETENCIA DO CONVENIO CORRENTE E,
      *                             HAVENDO ALGUMA, EMITE A FATURA:
      *                             NUMERO DO GERATICKET, REGISTRO,
      *                             PARCELAS MARCADAS E DOCUMENTO.
      ******************************************************************
       2000-FATURA-CONVENIO.
            MOVE ZEROS TO WS-QTD-ALUNOS-FAT
            MOVE ZEROS TO WS-VALOR-FAT
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PCV
                IF WS-TP-CNV(WS-IDX) = WS-TC-ID(WS-IDX-CNV)
                   AND WS-TP-COMP(WS-IDX) = WS-COMPETENCIA
                   AND WS-TP-FATURA(WS-IDX) = ZEROS
                    ADD 1 TO WS-QTD-ALUNOS-FAT
                    ADD WS-TP-VALOR(WS-IDX) TO WS-VALOR-FAT
                END-IF
            END-PERFORM
            IF WS-QTD-ALUNOS-FAT = 0
                GO TO 2000-FIM
            END-IF

            MOVE 'FATURA' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                MOVE 1 TO WS-EMISSAO-INTERROMPIDA
                DISPLAY 'NUMERO DE FATURA INDISPONIVEL - EMISSAO '
                        'INTERROMPIDA NO CONVENIO '
                        WS-TC-ID(WS-IDX-CNV) '.'
                MOVE 'GERAFATURACONVENIO' TO LOG-PROGRAMA
                                             OF WS-LOG-PARM
                MOVE '2000-FATURA-CONVENIO' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'SERIE FATURA DO GERATICKET INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 2000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-NUMERO-FATURA

            MOVE WS-NUMERO-FATURA TO FCV-NUMERO
            MOVE WS-TC-ID(WS-IDX-CNV) TO FCV-CNV-ID
            MOVE WS-COMPETENCIA TO FCV-COMPETENCIA
            MOVE WS-DATA-HOJE TO FCV-DT-EMISSAO
            COMPUTE FCV-DT-VENCIMENTO = WS-COMPETENCIA * 100
                                      + WS-TC-DIA-VENC(WS-IDX-CNV)
            MOVE WS-VALOR-FAT TO FCV-VALOR
            MOVE WS-QTD-ALUNOS-FAT TO FCV-QTD-ALUNOS
            MOVE 'A' TO FCV-SITUACAO
            MOVE ZEROS TO FCV-DT-PAGAMENTO
            MOVE ZEROS TO FCV-VALOR-PAGO
            MOVE CAB-OPERADOR OF WS-CAB-PARM TO FCV-OPERADOR
            WRITE REG-FATURA-CONVENIO

            PERFORM 2100-CABECALHO-DOCUMENTO THRU 2100-FIM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PCV
                IF WS-TP-CNV(WS-IDX) = WS-TC-ID(WS-IDX-CNV)
                   AND WS-TP-COMP(WS-IDX) = WS-COMPETENCIA
                   AND WS-TP-FATURA(WS-IDX) = ZEROS
                    MOVE WS-NUMERO-FATURA TO WS-TP-FATURA(WS-IDX)
                    PERFORM 2200-LINHA-ALUNO THRU 2200-FIM
                END-IF
            END-PERFORM
            MOVE WS-VALOR-FAT TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  TOTAL DA FATURA (' WS-QTD-ALUNOS-FAT
                   ' ALUNOS)..........: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            ADD 1 TO WS-QTD-FATURAS
            ADD WS-QTD-ALUNOS-FAT TO WS-QTD-PARCELAS-FAT
            ADD WS-VALOR-FAT TO WS-TOT-FATURADO
            DISPLAY 'FATURA ' WS-NUMERO-FATURA ' - CONVENIO '
                    WS-TC-ID(WS-IDX-CNV) ' - ' WS-QTD-ALUNOS-FAT
                    ' ALUNOS.'.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CABECALHO-DOCUMENTO  --  CABECALHO DA FATURA NO DOCUMENTO
      *                                 PARA A EMPRESA.
      ******************************************************************
       2100-CABECALHO-DOCUMENTO.
            MOVE SPACES TO RPT-LINHA
            STRING 'FATURA DE CONVENIO ' WS-NUMERO-FATURA
                   ' - EMISSAO ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'EMPRESA: ' WS-TC-RAZAO(WS-IDX-CNV)
                   ' CNPJ ' WS-TC-CNPJ(WS-IDX-CNV)
                   ' CONVENIO ' WS-TC-ID(WS-IDX-CNV)
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'COMPETENCIA ' WS-COMPETENCIA
                   ' - VENCIMENTO ' FCV-DT-VENCIMENTO
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            MOVE '  ALUNO NOME                         VALOR'
                TO RPT-LINHA
            WRITE RPT-LINHA.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-LINHA-ALUNO  --  UMA LINHA DA RELACAO DE ALUNOS DA FATURA.
      ******************************************************************
       2200-LINHA-ALUNO.
            MOVE SPACES TO WS-NOME-ALUNO
            IF ESTUDANTE-ABERTO
                MOVE WS-TP-CD(WS-IDX) TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        MOVE 'NAO CADASTRADO' TO WS-NOME-ALUNO
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO WS-NOME-ALUNO
                END-READ
            END-IF
            MOVE WS-TP-VALOR(WS-IDX) TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  ' WS-TP-CD(WS-IDX) ' ' WS-NOME-ALUNO
                   '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 3000-CONFERE-SEM-CONVENIO  --  PARCELA DA COMPETENCIA QUE
      *                                  FICOU SEM FATURA POR NAO TER O
      *                                  CONVENIO NO REGISTRO E
      *                                  APONTADA (RC 4).
      ******************************************************************
       3000-CONFERE-SEM-CONVENIO.
            IF EMISSAO-INTERROMPIDA
                GO TO 3000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PCV
                IF WS-TP-COMP(WS-IDX) = WS-COMPETENCIA
                   AND WS-TP-FATURA(WS-IDX) = ZEROS
                    ADD 1 TO WS-QTD-SEM-CONVENIO
                    DISPLAY 'PARCELA SEM CONVENIO NO REGISTRO - ALUNO '
                            WS-TP-CD(WS-IDX) ' CONVENIO '
                            WS-TP-CNV(WS-IDX)
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-PARCELAS  --  REGRAVA O REGISTRO DE PARCELAS
      *                              INTEIRO COM OS NUMEROS DE FATURA.
      ******************************************************************
       7000-REGRAVA-PARCELAS.
            OPEN OUTPUT PARCELAS-CONVENIO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PCV
                MOVE WS-TP-CNV(WS-IDX)    TO PCV-CNV-ID
                MOVE WS-TP-CD(WS-IDX)     TO PCV-CD-STUDENT
                MOVE WS-TP-COMP(WS-IDX)   TO PCV-COMPETENCIA
                MOVE WS-TP-VALOR(WS-IDX)  TO PCV-VALOR
                MOVE WS-TP-FATURA(WS-IDX) TO PCV-FATURA
                WRITE REG-PARCELA-CONVENIO
            END-PERFORM
            CLOSE PARCELAS-CONVENIO.
       7000-FIM.
            EXIT.

       END PROGRAM GERAFATURACONVENIO.
