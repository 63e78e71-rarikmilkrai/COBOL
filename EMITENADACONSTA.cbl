      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EMISSAO DA CERTIDAO DE NADA CONSTA: PARA UM CD-STUDENT,
      *         CONFERE TODAS AS PENDENCIAS PELA SUBROTINA NADACONSTA
      *         (BLOQUEIO FINANCEIRO, DOCUMENTOS DE MATRICULA,
      *         DEBITOS DE BIBLIOTECA, SUSPENSAO DISCIPLINAR EM CURSO
      *         E EQUIPAMENTOS NAO DEVOLVIDOS). HAVENDO QUALQUER UMA,
      *         LISTA O QUE FALTA E NAO EMITE (RC=4). SEM PENDENCIAS,
      *         RESERVA O NUMERO DA CERTIDAO NA SERIE NADACONS DO
      *         GERATICKET, GERA O DOCUMENTO DE 132 COLUNAS NOS MOLDES
      *         DO EMITEDIPLOMA E GRAVA A EMISSAO NO REGISTRO CENTRAL
      *         DE DOCUMENTOS (REGISTRAEMISSAO, TIPO NCT), PESQUISAVEL
      *         PELO CONSULTAVERIFICACAO, COM TRILHA VIA
      *         GRAVAAUDITORIA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - a certidao era datilografada pela
      *               secretaria depois de telefonar para cada setor.
      * 15/10/26 RMS  Certidao descreve a situacao V como EVADIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITENADACONSTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD DOCUMENTO.
       01 DOC-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-DOC-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-DOC-FS                PIC XX VALUE SPACES.
          88 DOC-FS-OK             VALUE '00'.

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
       01 WS-NCT-PARM.
          COPY NADACONSTA_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO                PIC 9(09) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZ9.99.
       77 WS-SITUACAO-TXT          PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EMITENADACONSTA - CERTIDAO DE NADA CONSTA   *'
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

            ACCEPT WS-CD-TEXTO FROM ENVIRONMENT 'DD_CD_NADA_CONSTA'
            IF WS-CD-TEXTO = SPACES
                DISPLAY 'CD-STUDENT DA CERTIDAO: '
                ACCEPT WS-CD-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-CD-TEXTO) TO WS-CD-ALVO
            END-IF

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-DOC-DD FROM ENVIRONMENT 'DD_NADA_CONSTA_DOC'
            IF WS-DOC-DD = SPACES
                MOVE 'NADA_CONSTA.RPT' TO WS-DOC-DD
            END-IF

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'EMITENADACONSTA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE WS-CD-ALVO TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO EXISTE: ' WS-CD-ALVO
                    MOVE 4 TO RETURN-CODE
                    CLOSE ESTUDANTE
                    GO TO FIM-DO-PROGRAMA
            END-READ
            CLOSE ESTUDANTE

            PERFORM 1700-CONFERE-PENDENCIAS THRU 1700-FIM
            IF NCT-PENDENTE
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 2000-RESERVA-NUMERO THRU 2000-FIM
            IF WS-NUMERO = 0
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 5000-EMITE-DOCUMENTO THRU 5000-FIM
            PERFORM 6000-REGISTRA-EMISSAO THRU 6000-FIM.

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
      * 1700-CONFERE-PENDENCIAS  --  CONFERE TODAS AS PENDENCIAS VIA
      *                                NADACONSTA (COM O FINANCEIRO) E
      *                                LISTA O QUE IMPEDE A CERTIDAO.
      ******************************************************************
       1700-CONFERE-PENDENCIAS.
            MOVE WS-CD-ALVO TO NCT-CD-STUDENT
            SET NCT-COM-FINANCEIRO TO TRUE
            CALL 'NADACONSTA' USING WS-NCT-PARM
            IF NCT-LIBERADO
                GO TO 1700-FIM
            END-IF

            DISPLAY 'ALUNO ' WS-CD-ALVO ' - ' NM-STUDENT
                    ' COM PENDENCIAS:'
            IF NCT-BLOQUEIO-FINANCEIRO
                DISPLAY '  MENSALIDADES VENCIDAS......: '
                        NCT-QTD-VENCIDAS
            END-IF
            IF NCT-QTD-DOCUMENTOS > 0
                DISPLAY '  DOCUMENTOS PENDENTES.......: '
                        NCT-QTD-DOCUMENTOS
            END-IF
            IF NCT-QTD-BIBLIOTECA > 0
                MOVE NCT-VALOR-BIBLIOTECA TO WS-VALOR-ED
                DISPLAY '  DEBITOS DE BIBLIOTECA......: '
                        NCT-QTD-BIBLIOTECA ' (' WS-VALOR-ED ')'
            END-IF
            IF NCT-DT-FIM-SUSPENSAO > 0
                DISPLAY '  SUSPENSO ATE...............: '
                        NCT-DT-FIM-SUSPENSAO
            END-IF
            IF NCT-QTD-EQUIPAMENTOS > 0
                DISPLAY '  EQUIPAMENTOS NAO DEVOLVIDOS: '
                        NCT-QTD-EQUIPAMENTOS
            END-IF
            DISPLAY 'CERTIDAO DE NADA CONSTA NAO EMITIDA.'.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 2000-RESERVA-NUMERO  --  RESERVA O NUMERO DA CERTIDAO NA SERIE
      *                            NADACONS DO GERATICKET.
      ******************************************************************
       2000-RESERVA-NUMERO.
            MOVE ZEROS TO WS-NUMERO
            MOVE 'NADACONS' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DA CERTIDAO INDISPONIVEL - CERTIDAO '
                        'NAO EMITIDA.'
                MOVE 'EMITENADACONSTA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2000-RESERVA-NUMERO' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'SERIE NADACONS DO GERATICKET INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 2000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-NUMERO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-DOCUMENTO  --  MONTA A CERTIDAO DE 132 COLUNAS COM O
      *                             NUMERO/CODIGO DE VERIFICACAO E A
      *                             ASSINATURA.
      ******************************************************************
       5000-EMITE-DOCUMENTO.
            EVALUATE TRUE
                WHEN STUDENT-ATIVO
                    MOVE 'ATIVO' TO WS-SITUACAO-TXT
                WHEN STUDENT-FORMADO
                    MOVE 'FORMADO' TO WS-SITUACAO-TXT
                WHEN STUDENT-TRANSFERIDO
                    MOVE 'TRANSFERIDO' TO WS-SITUACAO-TXT
                WHEN STUDENT-EVADIDO
                    MOVE 'EVADIDO' TO WS-SITUACAO-TXT
                WHEN OTHER
                    MOVE STUDENT-STATUS TO WS-SITUACAO-TXT
            END-EVALUATE

            OPEN OUTPUT DOCUMENTO

            MOVE SPACES TO DOC-LINHA
            STRING 'CERTIDAO DE NADA CONSTA NUMERO ' WS-NUMERO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'EMITIDA EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            STRING 'CERTIFICAMOS QUE NADA CONSTA EM NOME DO(A) '
                   'ALUNO(A) ' NM-STUDENT
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'MATRICULA ' CD-STUDENT
                   '  CURSO ' COURSE-CODE
                   '  SITUACAO ' WS-SITUACAO-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'JUNTO A TESOURARIA, A SECRETARIA (DOCUMENTOS DE '
                   'MATRICULA), A BIBLIOTECA, A COORDENACAO '
                   'DISCIPLINAR E O SETOR DE EQUIPAMENTOS.'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING '________________________________'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'SECRETARIA ACADEMICA'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'CODIGO DE VERIFICACAO: ' WS-NUMERO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            CLOSE DOCUMENTO
            DISPLAY 'CERTIDAO DE NADA CONSTA ' WS-NUMERO
                    ' EMITIDA EM ' WS-DOC-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-REGISTRA-EMISSAO  --  GRAVA A CERTIDAO NA TRILHA DE
      *                              AUDITORIA E NO REGISTRO CENTRAL
      *                              DE DOCUMENTOS EMITIDOS.
      ******************************************************************
       6000-REGISTRA-EMISSAO.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'D' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'NADA-CONSTA' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-NUMERO TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            MOVE WS-NUMERO TO EMI-CODIGO OF WS-EMI-PARM
            MOVE 'NADACONS' TO EMI-SERIE OF WS-EMI-PARM
            MOVE WS-CD-ALVO TO EMI-CD-STUDENT OF WS-EMI-PARM
            MOVE 'NCT' TO EMI-TIPO-DOC OF WS-EMI-PARM
            MOVE WS-OPERADOR TO EMI-OPERADOR OF WS-EMI-PARM
            CALL 'REGISTRAEMISSAO' USING WS-EMI-PARM
            IF EMI-FALHA OF WS-EMI-PARM
                MOVE 'EMITENADACONSTA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '6000-REGISTRA-EMISSAO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'CERTIDAO NAO GRAVADA NO REGISTRO DE EMISSOES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
            END-IF.
       6000-FIM.
            EXIT.

       END PROGRAM EMITENADACONSTA.
