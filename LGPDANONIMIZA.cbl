      * Date:22/08/26
      * Purpose:ATENDIMENTO LGPD PARA EX-ALUNOS: NO MODO (S) DE
      *         VARREDURA, LISTA OS REGISTROS ELEGIVEIS A ANONIMIZACAO
      *         (TRANCADOS/FORMADOS/EVADIDOS COM MATRICULA ANTERIOR AO
      *         CORTE DE RETENCAO DD_RETENCAO_LGPD); NO MODO (E) DE
      *         EXECUCAO, PARA O CD-STUDENT INFORMADO
      *         (DD_CD_ANONIMIZA) E ELEGIVEL, ANONIMIZA OS
      *         IDENTIFICADORES PESSOAIS
      *         PRESERVANDO O REGISTRO ESTATISTICO: NO MASTER, NOME
      *         VIRA "ANONIMIZADO" E O CPF E ZERADO (REWRITE); NO
      *         HISTORICO DE NOTAS, SO O NOME E ANONIMIZADO (MEDIAS E
      *               retido de proposito); sem consentimento, o
      *               proprio registro de alumni e removido junto com
      *               a anonimizacao.
      * 15/10/26 RMS  Registro de endereco com END-SMS-OPTOUT (um
      *               byte a mais no endereco mantido).
      * 15/10/26 RMS  O aluno evadido (situacao V, trancamento vencido
      *               sem retorno) passou a ser elegivel como o
      *               trancado.
      * 15/10/26 RMS  O registro de nome social do aluno
      *               (NOMES_SOCIAIS.TXT) passou a ser removido
      *               tambem, pelo mesmo padrao .NOVO trocado pelo
      *               job em RC=0, e entrou no certificado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANONIMIZA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENDM-FS.

           SELECT NOMES-SOCIAIS ASSIGN TO DYNAMIC WS-NSO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NSO-FS.

           SELECT NOMES-SOCIAIS-MANTIDO ASSIGN TO DYNAMIC WS-NSOM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NSOM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ENDERECO.

       FD ENDERECOS-MANTIDO.
       01 REG-END-MANTIDO             PIC X(177).

       FD NOMES-SOCIAIS.
          COPY FD_NOME_SOCIAL.

       FD NOMES-SOCIAIS-MANTIDO.
       01 REG-NSO-MANTIDO             PIC X(33).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
          88 ARQ-FIM-ARQUIVO       VALUE 'F'.
       77 WS-END-EOF               PIC X VALUE 'N'.
          88 END-FIM-ARQUIVO       VALUE 'F'.
       01 WS-NSO-DD                PIC X(100) VALUE SPACES.
       01 WS-NSOM-DD               PIC X(100) VALUE SPACES.
       77 WS-NSO-FS                PIC XX VALUE SPACES.
          88 NSO-FS-OK             VALUE '00'.
       77 WS-NSOM-FS               PIC XX VALUE SPACES.
          88 NSOM-FS-OK            VALUE '00'.
       77 WS-NSO-EOF               PIC X VALUE 'N'.
          88 NSO-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HIST-EOF              PIC X VALUE 'N'.
       77 WS-QTD-ARQ-ANON          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AUD-ANON          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-END-REMOVIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NSO-REMOVIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-MASTER-ANONIMIZADO    PIC 9 VALUE 0.

       PROCEDURE DIVISION.
      ******************************************************************
      * 2000-VARREDURA  --  LISTA OS REGISTROS ELEGIVEIS A
      *                       ANONIMIZACAO PELA REGRA DE RETENCAO
      *                       (TRANCADO/FORMADO/EVADIDO COM MATRICULA
      *                       ANTERIOR AO CORTE E AINDA NAO
      *                       ANONIMIZADO).
      ******************************************************************
       2000-VARREDURA.
            OPEN INPUT ESTUDANTE
                    AT END
                        MOVE 'F' TO WS-EST-EOF
                    NOT AT END
                        IF (STUDENT-TRANCADO OR STUDENT-FORMADO
                            OR STUDENT-EVADIDO)
                           AND ENROLLMENT-DATE < WS-RETENCAO
                           AND NM-STUDENT NOT = WS-NOME-ANONIMO
                            PERFORM 1900-CONSULTA-ALUMNI
                    CLOSE ESTUDANTE
                    GO TO 5000-FIM
            END-READ
            IF NOT (STUDENT-TRANCADO OR STUDENT-FORMADO
                    OR STUDENT-EVADIDO)
               OR ENROLLMENT-DATE >= WS-RETENCAO
                DISPLAY 'REGISTRO FORA DA REGRA DE RETENCAO - '
                        'ANONIMIZACAO RECUSADA.'
            PERFORM 6200-ANONIMIZA-ARQUIVO THRU 6200-FIM
            PERFORM 6500-ANONIMIZA-AUDITORIA THRU 6500-FIM
            PERFORM 6800-REMOVE-ENDERECO THRU 6800-FIM
            PERFORM 6900-REMOVE-NOME-SOCIAL THRU 6900-FIM
            PERFORM 7500-REMOVE-ALUMNI THRU 7500-FIM
            PERFORM 7000-EMITE-CERTIFICADO THRU 7000-FIM.
       5000-FIM.
       6800-FIM.
            EXIT.

      ******************************************************************
      * 6900-REMOVE-NOME-SOCIAL  --  COPIA O REGISTRO DE NOMES SOCIAIS
      *                                SEM O DO ALUNO ANONIMIZADO,
      *                                COMO NO ENDERECO. O JOB EFETIVA
      *                                A TROCA EM RC=0.
      ******************************************************************
       6900-REMOVE-NOME-SOCIAL.
            ACCEPT WS-NSO-DD FROM ENVIRONMENT 'DD_NOMES_SOCIAIS'
            IF WS-NSO-DD = SPACES
                MOVE 'NOMES_SOCIAIS.TXT' TO WS-NSO-DD
            END-IF
            ACCEPT WS-NSOM-DD FROM ENVIRONMENT
                   'DD_NOMES_SOCIAIS_MANTIDO'
            IF WS-NSOM-DD = SPACES
                MOVE 'NOMES_SOCIAIS.NOVO' TO WS-NSOM-DD
            END-IF

            OPEN INPUT NOMES-SOCIAIS
            IF NOT NSO-FS-OK
                DISPLAY 'REGISTRO DE NOMES SOCIAIS AUSENTE - NADA A '
                        'REMOVER NELE.'
                GO TO 6900-FIM
            END-IF
            OPEN OUTPUT NOMES-SOCIAIS-MANTIDO
            MOVE 'N' TO WS-NSO-EOF
            PERFORM UNTIL NSO-FIM-ARQUIVO
                READ NOMES-SOCIAIS
                    AT END
                        MOVE 'F' TO WS-NSO-EOF
                    NOT AT END
                        IF NSO-CD-STUDENT = WS-CD-ALVO
                            ADD 1 TO WS-QTD-NSO-REMOVIDOS
                        ELSE
                            MOVE REG-NOME-SOCIAL TO REG-NSO-MANTIDO
                            WRITE REG-NSO-MANTIDO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOMES-SOCIAIS
            CLOSE NOMES-SOCIAIS-MANTIDO.
       6900-FIM.
            EXIT.

      ******************************************************************
      * 6600-MASCARA-LINHA  --  SE A LINHA DE AUDITORIA E DO ALUNO
      *                           ANONIMIZADO, OS VALORES DE/PARA SAO
                   ' LANCAMENTO(S) DO ARQUIVO MORTO COM NOME '
                   'ANONIMIZADO; '
                   WS-QTD-END-REMOVIDOS
                   ' REGISTRO(S) DE ENDERECO REMOVIDO(S); '
                   WS-QTD-NSO-REMOVIDOS
                   ' REGISTRO(S) DE NOME SOCIAL REMOVIDO(S).'
                   DELIMITED BY SIZE INTO CERT-LINHA
            END-STRING
            WRITE CERT-LINHA
            DISPLAY 'LANCAMENTOS DO MORTO.: ' WS-QTD-ARQ-ANON
            DISPLAY 'LINHAS DE AUDITORIA..: ' WS-QTD-AUD-ANON
            DISPLAY 'ENDERECOS REMOVIDOS..: ' WS-QTD-END-REMOVIDOS
            DISPLAY 'NOMES SOCIAIS REMOV..: ' WS-QTD-NSO-REMOVIDOS
            DISPLAY 'CERTIFICADO..........: ' WS-CERT-DD
            DISPLAY '(O JOB EFETIVA A TROCA DO HISTORICO, DO '
                    'ARQUIVO MORTO, DA AUDITORIA, DOS ENDERECOS E '
                    'DOS NOMES SOCIAIS APOS RC=0.)'.
       7000-FIM.
            EXIT.

