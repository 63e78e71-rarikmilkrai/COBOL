      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Linha do aluno marca as adaptacoes NEE
      *               vigentes (NEE.TXT, MANUTENCAONEE), com legenda
      *               no rodape da turma.
      * 15/10/26 RMS  O aluno passou a sair com o nome social quando
      *               registrado (RESOLVENOME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITEDIARIOCLASSE.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREQ-FS.

           SELECT NEE ASSIGN TO DYNAMIC WS-NEE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEE-FS.

           SELECT DOCUMENTO ASSIGN TO DYNAMIC WS-DOC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOC-FS.
       FD FREQUENCIA.
          COPY FD_FREQUENCIA.

       FD NEE.
          COPY FD_NEE.

       FD DOCUMENTO.
       01 DOC-LINHA                    PIC X(132).

       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-FREQ-DD               PIC X(100) VALUE SPACES.
       01 WS-DOC-DD                PIC X(100) VALUE SPACES.
       01 WS-NEE-DD                PIC X(100) VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 FREQ-FS-OK            VALUE '00'.
       77 WS-DOC-FS                PIC XX VALUE SPACES.
          88 DOC-FS-OK             VALUE '00'.
       77 WS-NEE-FS                PIC XX VALUE SPACES.
          88 NEE-FS-OK             VALUE '00'.
       77 WS-NEE-EOF               PIC X VALUE 'N'.
          88 NEE-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.

       77 WS-TURMA-FILTRO          PIC X(08) VALUE SPACES.
       77 WS-PERIODO-FILTRO        PIC X(06) VALUE SPACES.
       77 WS-N4-ED                 PIC ZZ9.99.
       77 WS-CD-ED                 PIC ZZZZ9.
       77 WS-NOME-TRAB             PIC X(20) VALUE SPACES.
      * ADAPTACOES NEE VIGENTES NA DATA (MANUTENCAONEE)
       01 WS-TABELA-NEE.
          05 WS-QTD-NEE            PIC 9(04) VALUE 0.
          05 WS-NEE-TAB OCCURS 2000 TIMES.
             10 WS-NE-CD           PIC 9(05).
             10 WS-NE-TIPO         PIC X(03).
       77 WS-NEE-TXT               PIC X(20) VALUE SPACES.
       77 WS-NEE-PTR               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-NEE               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NEE-TURMA         PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-FREQ-TXT              PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
            PERFORM 1100-CARREGA-VINCULOS THRU 1100-FIM
            PERFORM 1200-CARREGA-NOTAS THRU 1200-FIM
            PERFORM 1300-CARREGA-FREQUENCIA THRU 1300-FIM
            PERFORM 1400-CARREGA-NEE THRU 1400-FIM

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-NEE  --  CARREGA AS ADAPTACOES NEE VIGENTES NA
      *                         DATA (ATIVA, INICIO <= HOJE, FIM
      *                         ZERADO OU >= HOJE). SEM O REGISTRO, O
      *                         DOCUMENTO SAI SEM A MARCA.
      ******************************************************************
       1400-CARREGA-NEE.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-NEE-DD FROM ENVIRONMENT 'DD_NEE'
            IF WS-NEE-DD = SPACES
                MOVE 'NEE.TXT' TO WS-NEE-DD
            END-IF
            OPEN INPUT NEE
            IF NOT NEE-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-NEE-EOF
            PERFORM UNTIL NEE-FIM-ARQUIVO
                READ NEE
                    AT END
                        MOVE 'F' TO WS-NEE-EOF
                    NOT AT END
                        IF NEE-ATIVO
                           AND NEE-DT-INICIO <= WS-DATA-HOJE
                           AND (NEE-DT-FIM = ZEROS
                                OR NEE-DT-FIM >= WS-DATA-HOJE)
                           AND WS-QTD-NEE < 2000
                            ADD 1 TO WS-QTD-NEE
                            MOVE NEE-CD-STUDENT TO
                                 WS-NE-CD(WS-QTD-NEE)
                            MOVE NEE-TIPO TO
                                 WS-NE-TIPO(WS-QTD-NEE)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NEE.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 3000-DIARIO-TURMA  --  IMPRIME O DIARIO DA TURMA CORRENTE:
      *                          CABECALHO, GRADE DE NOTAS E FREQUENCIA
                   'FREQUENCIA'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            MOVE 'ADAPTACOES NEE' TO DOC-LINHA(84:14)
            WRITE DOC-LINHA

            MOVE 0 TO WS-QTD-NA-TURMA
            MOVE 0 TO WS-QTD-NEE-TURMA
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-VINC
                IF WS-VINC-TURMA(WS-IDX-2) = TURMA-CODIGO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            IF WS-QTD-NEE-TURMA > 0
                MOVE SPACES TO DOC-LINHA
                STRING 'NEE: TEM=TEMPO EXTRA EM PROVA  SAL=SALA '
                       'ACESSIVEL  LIB=INTERPRETE DE LIBRAS  '
                       'AMP=MATERIAL AMPLIADO  OUT=OUTRA'
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
                WRITE DOC-LINHA
            END-IF
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CD-STUDENT TO NOM-P-CD-STUDENT
                        MOVE NM-STUDENT TO NOM-P-NM-CIVIL
                        CALL 'RESOLVENOME' USING WS-NOM-PARM
                        MOVE NOM-P-NOME TO WS-NOME-TRAB
                END-READ
            END-IF

                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            END-IF
            PERFORM 3200-MONTA-NEE THRU 3200-FIM
            IF WS-NEE-TXT NOT = SPACES
                ADD 1 TO WS-QTD-NEE-TURMA
                MOVE WS-NEE-TXT TO DOC-LINHA(84:20)
            END-IF
            WRITE DOC-LINHA.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-MONTA-NEE  --  MONTA EM WS-NEE-TXT A MARCA DE ADAPTACOES
      *                       NEE VIGENTES DO ALUNO CORRENTE ('NEE'
      *                       SEGUIDO DOS TIPOS); BRANCO = SEM
      *                       ADAPTACAO.
      ******************************************************************
       3200-MONTA-NEE.
            MOVE SPACES TO WS-NEE-TXT
            MOVE 1 TO WS-NEE-PTR
            PERFORM VARYING WS-IDX-NEE FROM 1 BY 1
                    UNTIL WS-IDX-NEE > WS-QTD-NEE
                IF WS-NE-CD(WS-IDX-NEE) = WS-VINC-CD(WS-IDX-2)
                   AND WS-NEE-PTR < 17
                    IF WS-NEE-PTR = 1
                        STRING 'NEE' DELIMITED BY SIZE
                            INTO WS-NEE-TXT WITH POINTER WS-NEE-PTR
                        END-STRING
                    END-IF
                    STRING ' ' WS-NE-TIPO(WS-IDX-NEE)
                           DELIMITED BY SIZE
                        INTO WS-NEE-TXT WITH POINTER WS-NEE-PTR
                    END-STRING
                END-IF
            END-PERFORM.
       3200-FIM.
            EXIT.

       END PROGRAM EMITEDIARIOCLASSE.
