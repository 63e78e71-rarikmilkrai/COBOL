      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MANUTENCAO DOS CONVENIOS COM EMPRESAS (FD_CONVENIO,
      *         CONVENIOS.TXT) E DO VINCULO DOS ALUNOS A ELES
      *         (FD_CONVENIO_ALUNO, CONVENIO_ALUNOS.TXT), NOS MOLDES DO
      *         MANUTENCAOBOLSA: (I)NCLUIR CONVENIO (CNPJ CONFERIDO PELO
      *         VALIDACNPJ, PARTE DA EMPRESA EM PERCENTUAL OU VALOR
      *         FIXO, VIGENCIA), (E)NCERRAR CONVENIO, (V)INCULAR E
      *         (D)ESVINCULAR ALUNO E (L)ISTAR, SOB VALIDAOPERADOR E
      *         COM TRILHA VIA GRAVAAUDITORIA. O GERAMENSALIDADE USA OS
      *         DOIS REGISTROS PARA DIVIDIR A MENSALIDADE ENTRE O ALUNO
      *         E A EMPRESA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOCONVENIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS ASSIGN TO DYNAMIC WS-CNV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CNV-FS.

           SELECT CONVENIO-ALUNOS ASSIGN TO DYNAMIC WS-CVA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CVA-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS.
          COPY FD_CONVENIO.

       FD CONVENIO-ALUNOS.
          COPY FD_CONVENIO_ALUNO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       WORKING-STORAGE SECTION.
       01 WS-CNV-DD                PIC X(100) VALUE SPACES.
       01 WS-CVA-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-CNV-FS                PIC XX VALUE SPACES.
          88 CNV-FS-OK             VALUE '00'.
       77 WS-CVA-FS                PIC XX VALUE SPACES.
          88 CVA-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CNV-EOF               PIC X VALUE 'N'.
          88 CNV-FIM-ARQUIVO       VALUE 'F'.
       77 WS-CVA-EOF               PIC X VALUE 'N'.
          88 CVA-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-CNPJ-PARM.
          03 WS-CNPJ-PARM-CNPJ     PIC 9(14) VALUE 0.
          03 WS-CNPJ-PARM-RETORNO  PIC 99 VALUE 0.
             88 CNPJ-PARM-VALIDO   VALUE 0.
             88 CNPJ-PARM-INVALIDO VALUE 1.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-ENCERRAR     VALUE 'E' 'e'.
             88 TRANS-VINCULAR     VALUE 'V' 'v'.
             88 TRANS-DESVINCULAR  VALUE 'D' 'd'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-CONVENIOS.
          05 WS-QTD-CNV            PIC 9(03) VALUE 0.
          05 WS-CNV-TAB OCCURS 200 TIMES.
             10 WS-TC-ID           PIC 9(05).
             10 WS-TC-CNPJ         PIC 9(14).
             10 WS-TC-RAZAO        PIC X(40).
             10 WS-TC-TIPO         PIC X(01).
             10 WS-TC-PERC         PIC 9(03)V9(02).
             10 WS-TC-FIXO         PIC 9(05)V9(02).
             10 WS-TC-INI          PIC 9(08).
             10 WS-TC-FIM          PIC 9(08).
             10 WS-TC-DIA-VENC     PIC 9(02).
             10 WS-TC-SIT          PIC X(01).
             10 WS-TC-OPERADOR     PIC X(20).

       01 WS-TABELA-VINCULOS.
          05 WS-QTD-CVA            PIC 9(04) VALUE 0.
          05 WS-CVA-TAB OCCURS 3000 TIMES.
             10 WS-TV-CD           PIC 9(05).
             10 WS-TV-CNV          PIC 9(05).
             10 WS-TV-INI          PIC 9(08).
             10 WS-TV-FIM          PIC 9(08).
             10 WS-TV-SIT          PIC X(01).
             10 WS-TV-OPERADOR     PIC X(20).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CNV-ALVO              PIC 9(05) VALUE ZEROS.
       77 WS-POS-CNV               PIC 9(03) VALUE ZEROS.
       77 WS-POS-CVA               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-PROXIMO-ID            PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZ9.99.
       77 WS-PERC-ED               PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOCONVENIO - CONVENIOS EMPRESA      *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-CNV-DD FROM ENVIRONMENT 'DD_CONVENIOS'
            IF WS-CNV-DD = SPACES
                MOVE 'CONVENIOS.TXT' TO WS-CNV-DD
            END-IF
            ACCEPT WS-CVA-DD FROM ENVIRONMENT 'DD_CONVENIO_ALUNOS'
            IF WS-CVA-DD = SPACES
                MOVE 'CONVENIO_ALUNOS.TXT' TO WS-CVA-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF

            PERFORM 1000-CARREGA-CONVENIOS THRU 1000-FIM
            PERFORM 1100-CARREGA-VINCULOS THRU 1100-FIM
            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** CONVENIOS COM EMPRESAS ***'
                DISPLAY '(I)NCLUIR (E)NCERRAR (V)INCULAR ALUNO '
                        '(D)ESVINCULAR (L)ISTAR (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INCLUIR
                        PERFORM 2000-INCLUIR THRU 2000-FIM
                    WHEN TRANS-ENCERRAR
                        PERFORM 3000-ENCERRAR THRU 3000-FIM
                    WHEN TRANS-VINCULAR
                        PERFORM 4000-VINCULAR THRU 4000-FIM
                    WHEN TRANS-DESVINCULAR
                        PERFORM 5000-DESVINCULAR THRU 5000-FIM
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
      * 1000-CARREGA-CONVENIOS  --  CARREGA O REGISTRO DE CONVENIOS
      *                               INTEIRO EM MEMORIA E APURA O
      *                               PROXIMO NUMERO DE CONVENIO.
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
                            MOVE CNV-TIPO TO WS-TC-TIPO(WS-QTD-CNV)
                            MOVE CNV-PERCENTUAL TO
                                 WS-TC-PERC(WS-QTD-CNV)
                            MOVE CNV-VALOR-FIXO-ALUNO TO
                                 WS-TC-FIXO(WS-QTD-CNV)
                            MOVE CNV-DT-INICIO TO
                                 WS-TC-INI(WS-QTD-CNV)
                            MOVE CNV-DT-FIM TO WS-TC-FIM(WS-QTD-CNV)
                            MOVE CNV-DIA-VENCIMENTO TO
                                 WS-TC-DIA-VENC(WS-QTD-CNV)
                            MOVE CNV-SITUACAO TO WS-TC-SIT(WS-QTD-CNV)
                            MOVE CNV-OPERADOR TO
                                 WS-TC-OPERADOR(WS-QTD-CNV)
                            IF CNV-ID > WS-PROXIMO-ID
                                MOVE CNV-ID TO WS-PROXIMO-ID
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONVENIOS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-VINCULOS  --  CARREGA OS VINCULOS ALUNO X
      *                              CONVENIO INTEIROS EM MEMORIA.
      ******************************************************************
       1100-CARREGA-VINCULOS.
            OPEN INPUT CONVENIO-ALUNOS
            IF NOT CVA-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-CVA-EOF
            PERFORM UNTIL CVA-FIM-ARQUIVO
                READ CONVENIO-ALUNOS
                    AT END
                        MOVE 'F' TO WS-CVA-EOF
                    NOT AT END
                        IF WS-QTD-CVA < 3000
                            ADD 1 TO WS-QTD-CVA
                            MOVE CVA-CD-STUDENT TO
                                 WS-TV-CD(WS-QTD-CVA)
                            MOVE CVA-CNV-ID TO WS-TV-CNV(WS-QTD-CVA)
                            MOVE CVA-DT-INICIO TO
                                 WS-TV-INI(WS-QTD-CVA)
                            MOVE CVA-DT-FIM TO WS-TV-FIM(WS-QTD-CVA)
                            MOVE CVA-SITUACAO TO
                                 WS-TV-SIT(WS-QTD-CVA)
                            MOVE CVA-OPERADOR TO
                                 WS-TV-OPERADOR(WS-QTD-CVA)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONVENIO-ALUNOS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR  --  INCLUI UM CONVENIO NOVO: CNPJ VALIDO E SEM
      *                     OUTRO CONVENIO ATIVO, PARTE DA EMPRESA EM
      *                     PERCENTUAL (P) DO LIQUIDO OU VALOR FIXO (F)
      *                     POR ALUNO, VIGENCIA E DIA DE VENCIMENTO DA
      *                     FATURA.
      ******************************************************************
       2000-INCLUIR.
            IF WS-QTD-CNV >= 200
                DISPLAY 'TABELA DE CONVENIOS CHEIA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'CNPJ DA EMPRESA (14 DIGITOS): '
            ACCEPT WS-CNPJ-PARM-CNPJ
            CALL 'VALIDACNPJ' USING WS-CNPJ-PARM
            IF CNPJ-PARM-INVALIDO
                DISPLAY 'CNPJ INVALIDO - CONVENIO RECUSADO.'
                GO TO 2000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CNV
                IF WS-TC-CNPJ(WS-IDX) = WS-CNPJ-PARM-CNPJ
                   AND WS-TC-SIT(WS-IDX) = 'A'
                    DISPLAY 'EMPRESA JA TEM CONVENIO ATIVO: '
                            WS-TC-ID(WS-IDX)
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            ADD 1 TO WS-QTD-CNV
            ADD 1 TO WS-PROXIMO-ID
            MOVE WS-PROXIMO-ID TO WS-TC-ID(WS-QTD-CNV)
            MOVE WS-CNPJ-PARM-CNPJ TO WS-TC-CNPJ(WS-QTD-CNV)
            DISPLAY 'RAZAO SOCIAL: '
            ACCEPT WS-TC-RAZAO(WS-QTD-CNV)
            DISPLAY 'PARTE DA EMPRESA - (P)ERCENTUAL OU (F)IXO: '
            ACCEPT WS-TC-TIPO(WS-QTD-CNV)
            MOVE ZEROS TO WS-TC-PERC(WS-QTD-CNV)
            MOVE ZEROS TO WS-TC-FIXO(WS-QTD-CNV)
            EVALUATE WS-TC-TIPO(WS-QTD-CNV)
                WHEN 'P'
                WHEN 'p'
                    MOVE 'P' TO WS-TC-TIPO(WS-QTD-CNV)
                    DISPLAY 'PERCENTUAL DA EMPRESA (0,01-100): '
                    ACCEPT WS-TC-PERC(WS-QTD-CNV)
                    IF WS-TC-PERC(WS-QTD-CNV) = 0
                       OR WS-TC-PERC(WS-QTD-CNV) > 100
                        DISPLAY 'PERCENTUAL INVALIDO - CONVENIO NAO '
                                'GRAVADO.'
                        SUBTRACT 1 FROM WS-QTD-CNV
                        SUBTRACT 1 FROM WS-PROXIMO-ID
                        GO TO 2000-FIM
                    END-IF
                WHEN 'F'
                WHEN 'f'
                    MOVE 'F' TO WS-TC-TIPO(WS-QTD-CNV)
                    DISPLAY 'VALOR FIXO POR ALUNO: '
                    ACCEPT WS-TC-FIXO(WS-QTD-CNV)
                    IF WS-TC-FIXO(WS-QTD-CNV) = 0
                        DISPLAY 'VALOR INVALIDO - CONVENIO NAO '
                                'GRAVADO.'
                        SUBTRACT 1 FROM WS-QTD-CNV
                        SUBTRACT 1 FROM WS-PROXIMO-ID
                        GO TO 2000-FIM
                    END-IF
                WHEN OTHER
                    DISPLAY 'TIPO INVALIDO - CONVENIO NAO GRAVADO.'
                    SUBTRACT 1 FROM WS-QTD-CNV
                    SUBTRACT 1 FROM WS-PROXIMO-ID
                    GO TO 2000-FIM
            END-EVALUATE
            DISPLAY 'VIGENCIA INICIO (AAAAMMDD): '
            ACCEPT WS-TC-INI(WS-QTD-CNV)
            DISPLAY 'VIGENCIA FIM (AAAAMMDD, 0=INDETERMINADA): '
            ACCEPT WS-TC-FIM(WS-QTD-CNV)
            DISPLAY 'DIA DE VENCIMENTO DA FATURA (1-28): '
            ACCEPT WS-TC-DIA-VENC(WS-QTD-CNV)
            IF WS-TC-DIA-VENC(WS-QTD-CNV) = 0
               OR WS-TC-DIA-VENC(WS-QTD-CNV) > 28
                MOVE 10 TO WS-TC-DIA-VENC(WS-QTD-CNV)
                DISPLAY 'DIA INVALIDO - ASSUMIDO O DIA 10.'
            END-IF
            MOVE 'A' TO WS-TC-SIT(WS-QTD-CNV)
            MOVE WS-OPERADOR TO WS-TC-OPERADOR(WS-QTD-CNV)
            PERFORM 7000-REGRAVA-CONVENIOS THRU 7000-FIM
            DISPLAY 'CONVENIO ' WS-TC-ID(WS-QTD-CNV) ' INCLUIDO.'

            MOVE ZEROS TO WS-CD-ALVO
            MOVE 'CONVENIO-INCL' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE SPACES TO AUD-VALOR-NOVO
            STRING WS-TC-ID(WS-QTD-CNV) ' ' WS-TC-CNPJ(WS-QTD-CNV)
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-ENCERRAR  --  ENCERRA O CONVENIO (O REGISTRO NAO E
      *                      REMOVIDO): FIM DA VIGENCIA = HOJE QUANDO
      *                      INDETERMINADA OU POSTERIOR. OS VINCULOS
      *                      DEIXAM DE VALER JUNTO COM O CONVENIO.
      ******************************************************************
       3000-ENCERRAR.
            DISPLAY 'NUMERO DO CONVENIO A ENCERRAR: '
            ACCEPT WS-CNV-ALVO
            PERFORM 3100-LOCALIZA-CONVENIO THRU 3100-FIM
            IF WS-POS-CNV = 0
                DISPLAY 'CONVENIO ATIVO NAO ENCONTRADO.'
                GO TO 3000-FIM
            END-IF
            MOVE 'E' TO WS-TC-SIT(WS-POS-CNV)
            IF WS-TC-FIM(WS-POS-CNV) = 0
               OR WS-TC-FIM(WS-POS-CNV) > WS-DATA-HOJE
                MOVE WS-DATA-HOJE TO WS-TC-FIM(WS-POS-CNV)
            END-IF
            PERFORM 7000-REGRAVA-CONVENIOS THRU 7000-FIM
            DISPLAY 'CONVENIO ENCERRADO.'

            MOVE ZEROS TO WS-CD-ALVO
            MOVE 'CONVENIO-ENCER' TO AUD-CAMPO
            MOVE WS-TC-ID(WS-POS-CNV) TO AUD-VALOR-ANTIGO
            MOVE WS-TC-FIM(WS-POS-CNV) TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-LOCALIZA-CONVENIO  --  POSICAO DO CONVENIO ATIVO
      *                               WS-CNV-ALVO NA TABELA (0 = NAO
      *                               ENCONTRADO).
      ******************************************************************
       3100-LOCALIZA-CONVENIO.
            MOVE 0 TO WS-POS-CNV
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CNV
                IF WS-TC-ID(WS-IDX) = WS-CNV-ALVO
                   AND WS-TC-SIT(WS-IDX) = 'A'
                    MOVE WS-IDX TO WS-POS-CNV
                    MOVE WS-QTD-CNV TO WS-IDX
                END-IF
            END-PERFORM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-VINCULAR  --  VINCULA UM ALUNO ATIVO DO CADASTRO A UM
      *                      CONVENIO ATIVO (UM VINCULO ATIVO POR
      *                      ALUNO).
      ******************************************************************
       4000-VINCULAR.
            DISPLAY 'CD-STUDENT A VINCULAR....: '
            ACCEPT WS-CD-ALVO
            IF ESTUDANTE-ABERTO
                MOVE WS-CD-ALVO TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        DISPLAY 'CD-STUDENT NAO CADASTRADO.'
                        GO TO 4000-FIM
                    NOT INVALID KEY
                        IF NOT STUDENT-ATIVO
                            DISPLAY 'ESTUDANTE NAO ATIVO.'
                            GO TO 4000-FIM
                        END-IF
                END-READ
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CVA
                IF WS-TV-CD(WS-IDX) = WS-CD-ALVO
                   AND WS-TV-SIT(WS-IDX) = 'A'
                    DISPLAY 'ALUNO JA VINCULADO AO CONVENIO '
                            WS-TV-CNV(WS-IDX) '.'
                    GO TO 4000-FIM
                END-IF
            END-PERFORM
            IF WS-QTD-CVA >= 3000
                DISPLAY 'TABELA DE VINCULOS CHEIA.'
                GO TO 4000-FIM
            END-IF
            DISPLAY 'NUMERO DO CONVENIO.......: '
            ACCEPT WS-CNV-ALVO
            PERFORM 3100-LOCALIZA-CONVENIO THRU 3100-FIM
            IF WS-POS-CNV = 0
                DISPLAY 'CONVENIO ATIVO NAO ENCONTRADO.'
                GO TO 4000-FIM
            END-IF

            ADD 1 TO WS-QTD-CVA
            MOVE WS-CD-ALVO TO WS-TV-CD(WS-QTD-CVA)
            MOVE WS-CNV-ALVO TO WS-TV-CNV(WS-QTD-CVA)
            DISPLAY 'VINCULO INICIO (AAAAMMDD): '
            ACCEPT WS-TV-INI(WS-QTD-CVA)
            DISPLAY 'VINCULO FIM (AAAAMMDD, 0=INDETERMINADO): '
            ACCEPT WS-TV-FIM(WS-QTD-CVA)
            MOVE 'A' TO WS-TV-SIT(WS-QTD-CVA)
            MOVE WS-OPERADOR TO WS-TV-OPERADOR(WS-QTD-CVA)
            PERFORM 7100-REGRAVA-VINCULOS THRU 7100-FIM
            DISPLAY 'ALUNO ' WS-CD-ALVO ' VINCULADO AO CONVENIO '
                    WS-CNV-ALVO '.'

            MOVE 'CONVENIO-VINC' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-CNV-ALVO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-DESVINCULAR  --  DESVINCULA O ALUNO DO CONVENIO (O
      *                         REGISTRO NAO E REMOVIDO; FIM = HOJE).
      ******************************************************************
       5000-DESVINCULAR.
            DISPLAY 'CD-STUDENT A DESVINCULAR: '
            ACCEPT WS-CD-ALVO
            MOVE 0 TO WS-POS-CVA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CVA
                IF WS-TV-CD(WS-IDX) = WS-CD-ALVO
                   AND WS-TV-SIT(WS-IDX) = 'A'
                    MOVE WS-IDX TO WS-POS-CVA
                    MOVE WS-QTD-CVA TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CVA = 0
                DISPLAY 'VINCULO ATIVO NAO ENCONTRADO.'
                GO TO 5000-FIM
            END-IF
            MOVE 'D' TO WS-TV-SIT(WS-POS-CVA)
            IF WS-TV-FIM(WS-POS-CVA) = 0
               OR WS-TV-FIM(WS-POS-CVA) > WS-DATA-HOJE
                MOVE WS-DATA-HOJE TO WS-TV-FIM(WS-POS-CVA)
            END-IF
            PERFORM 7100-REGRAVA-VINCULOS THRU 7100-FIM
            DISPLAY 'ALUNO DESVINCULADO.'

            MOVE 'CONVENIO-DESV' TO AUD-CAMPO
            MOVE WS-TV-CNV(WS-POS-CVA) TO AUD-VALOR-ANTIGO
            MOVE SPACES TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA OS CONVENIOS E OS ALUNOS VINCULADOS.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'CONV  CNPJ           T  PERC    FIXO     '
                    'INICIO   FIM      DIA SIT RAZAO SOCIAL'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CNV
                MOVE WS-TC-PERC(WS-IDX) TO WS-PERC-ED
                MOVE WS-TC-FIXO(WS-IDX) TO WS-VALOR-ED
                DISPLAY WS-TC-ID(WS-IDX) ' '
                        WS-TC-CNPJ(WS-IDX) ' '
                        WS-TC-TIPO(WS-IDX) ' '
                        WS-PERC-ED ' '
                        WS-VALOR-ED ' '
                        WS-TC-INI(WS-IDX) ' '
                        WS-TC-FIM(WS-IDX) ' '
                        WS-TC-DIA-VENC(WS-IDX) '  '
                        WS-TC-SIT(WS-IDX) '   '
                        WS-TC-RAZAO(WS-IDX)
            END-PERFORM
            DISPLAY ' '
            DISPLAY 'ALUNO CONV  INICIO   FIM      SIT'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CVA
                DISPLAY WS-TV-CD(WS-IDX) ' '
                        WS-TV-CNV(WS-IDX) ' '
                        WS-TV-INI(WS-IDX) ' '
                        WS-TV-FIM(WS-IDX) ' '
                        WS-TV-SIT(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-CONVENIOS  --  REGRAVA O REGISTRO DE CONVENIOS
      *                               INTEIRO A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-CONVENIOS.
            OPEN OUTPUT CONVENIOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CNV
                MOVE WS-TC-ID(WS-IDX)       TO CNV-ID
                MOVE WS-TC-CNPJ(WS-IDX)     TO CNV-CNPJ
                MOVE WS-TC-RAZAO(WS-IDX)    TO CNV-RAZAO-SOCIAL
                MOVE WS-TC-TIPO(WS-IDX)     TO CNV-TIPO
                MOVE WS-TC-PERC(WS-IDX)     TO CNV-PERCENTUAL
                MOVE WS-TC-FIXO(WS-IDX)     TO CNV-VALOR-FIXO-ALUNO
                MOVE WS-TC-INI(WS-IDX)      TO CNV-DT-INICIO
                MOVE WS-TC-FIM(WS-IDX)      TO CNV-DT-FIM
                MOVE WS-TC-DIA-VENC(WS-IDX) TO CNV-DIA-VENCIMENTO
                MOVE WS-TC-SIT(WS-IDX)      TO CNV-SITUACAO
                MOVE WS-TC-OPERADOR(WS-IDX) TO CNV-OPERADOR
                WRITE REG-CONVENIO
            END-PERFORM
            CLOSE CONVENIOS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 7100-REGRAVA-VINCULOS  --  REGRAVA OS VINCULOS INTEIROS A
      *                              PARTIR DA TABELA.
      ******************************************************************
       7100-REGRAVA-VINCULOS.
            OPEN OUTPUT CONVENIO-ALUNOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CVA
                MOVE WS-TV-CD(WS-IDX)       TO CVA-CD-STUDENT
                MOVE WS-TV-CNV(WS-IDX)      TO CVA-CNV-ID
                MOVE WS-TV-INI(WS-IDX)      TO CVA-DT-INICIO
                MOVE WS-TV-FIM(WS-IDX)      TO CVA-DT-FIM
                MOVE WS-TV-SIT(WS-IDX)      TO CVA-SITUACAO
                MOVE WS-TV-OPERADOR(WS-IDX) TO CVA-OPERADOR
                WRITE REG-CONVENIO-ALUNO
            END-PERFORM
            CLOSE CONVENIO-ALUNOS.
       7100-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DE CONVENIO.
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'K' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOCONVENIO.
