      *               (substituicao no meio do periodo) e abre a nova,
      *               preservando o historico - o FD_PROF_MATERIA nao
      *               distingue duas turmas da mesma materia.
      * 15/10/26 RMS  Incluido o bloco do censo docente (CPF
      *               conferido pela VALIDACPF, nascimento,
      *               titulacao, regime e admissao): pedido na
      *               inclusao e mantido pela nova transacao D,
      *               com auditoria de/para por campo.
      * 15/10/26 RMS  Incluida a transacao V: disponibilidade do
      *               professor por dia da semana e turno
      *               (PROF_DISPONIBILIDADE.TXT), respeitada pelo
      *               GERAGRADEHORARIO na proposta de grade.
      * 15/10/26 RMS  Incluida a transacao H: valor da hora-aula do
      *               professor (PROF-VALOR-HORA), pedido tambem na
      *               inclusao e auditado de/para; base do custo
      *               docente do RELATORIOMARGEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOPROFESSOR.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROF-DISPONIBILIDADE ASSIGN TO DYNAMIC WS-PDI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PDI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROF-DISPONIBILIDADE.
          COPY FD_PROF_DISPONIBILIDADE.

       WORKING-STORAGE SECTION.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-PM-DD                 PIC X(100) VALUE SPACES.
             10 WS-PTU-INI         PIC 9(08).
             10 WS-PTU-FIM-T       PIC 9(08).
       77 WS-TURMA-ALVO            PIC X(08) VALUE SPACES.
       01 WS-PDI-DD                PIC X(100) VALUE SPACES.
       77 WS-PDI-FS                PIC XX VALUE SPACES.
          88 PDI-FS-OK             VALUE '00'.
       77 WS-PDI-EOF               PIC X VALUE 'N'.
          88 PDI-FIM-ARQUIVO       VALUE 'F'.
      * DISPONIBILIDADE DO PROFESSOR: DIA DA SEMANA X TURNO
       01 WS-TABELA-DISPONIBILIDADE.
          05 WS-QTD-PDI            PIC 9(04) VALUE 0.
          05 WS-PDI-TAB OCCURS 1000 TIMES.
             10 WS-PDI-PROF        PIC X(06).
             10 WS-PDI-DIA         PIC 9(01).
             10 WS-PDI-TURNO       PIC X(01).
       77 WS-POS-PDI               PIC 9(04) VALUE ZEROS.
       77 WS-DIA-ALVO              PIC 9(01) VALUE ZEROS.
       77 WS-TURNO-ALVO            PIC X(01) VALUE SPACE.
          88 TURNO-ALVO-VALIDO     VALUE 'M' 'T' 'N'.
       77 WS-ACAO-PDI              PIC X(01) VALUE SPACE.
          88 ACAO-PDI-INCLUIR      VALUE 'I' 'i'.
          88 ACAO-PDI-RETIRAR      VALUE 'R' 'r'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       01 WS-CAB-PARM.
             88 TRANS-INATIVAR     VALUE 'X' 'x'.
             88 TRANS-ATRIBUIR     VALUE 'A' 'a'.
             88 TRANS-TURMA        VALUE 'T' 't'.
             88 TRANS-DADOS-CENSO  VALUE 'D' 'd'.
             88 TRANS-DISPONIBILIDADE VALUE 'V' 'v'.
             88 TRANS-VALOR-HORA   VALUE 'H' 'h'.
             88 TRANS-RETIRAR      VALUE 'R' 'r'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.
             10 WS-PROF-COD        PIC X(06).
             10 WS-PROF-NOME-TAB   PIC X(30).
             10 WS-PROF-STATUS-TAB PIC X(01).
             10 WS-PROF-CPF-TAB    PIC 9(11).
             10 WS-PROF-NASC-TAB   PIC 9(08).
             10 WS-PROF-TIT-TAB    PIC X(01).
             10 WS-PROF-REG-TAB    PIC X(01).
             10 WS-PROF-ADM-TAB    PIC 9(08).
             10 WS-PROF-VHORA-TAB  PIC 9(05)V9(02).

       01 WS-TABELA-ATRIBUICOES.
          05 WS-QTD-ATRIB          PIC 9(04) VALUE 0.
          88 MATERIA-VALIDA        VALUE 1.
          88 MATERIA-INVALIDA      VALUE 0.

      * BLOCO DO CENSO DOCENTE: VALORES ANTERIORES (AUDITORIA DE/PARA)
      * E AREA DE DIGITACAO/CRITICA DOS CAMPOS
       01 WS-CENSO-ANTERIOR.
          03 WS-CEN-CPF-ANT        PIC 9(11) VALUE ZEROS.
          03 WS-CEN-NASC-ANT       PIC 9(08) VALUE ZEROS.
          03 WS-CEN-TIT-ANT        PIC X(01) VALUE SPACE.
          03 WS-CEN-REG-ANT        PIC X(01) VALUE SPACE.
          03 WS-CEN-ADM-ANT        PIC 9(08) VALUE ZEROS.
       77 WS-CEN-TEXTO             PIC X(11) VALUE SPACES.
       77 WS-CEN-DATA-TEXTO        PIC X(08) VALUE SPACES.
      * VALOR DA HORA-AULA: ANTERIOR (AUDITORIA) E DIGITADO
       77 WS-VHORA-ANT             PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VHORA-DIGITADO        PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VHORA-ED              PIC ZZZZ9.99.
       01 WS-CPF-PARM.
          03 WS-CPF-PARM-CPF       PIC 9(11) VALUE 0.
          03 WS-CPF-PARM-RETORNO   PIC 99 VALUE 0.
             88 CPF-PARM-VALIDO    VALUE 0.
             88 CPF-PARM-INVALIDO  VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM 1100-CARREGA-ATRIBUICOES THRU 1100-FIM
            PERFORM 1200-CARREGA-CATALOGO THRU 1200-FIM
            PERFORM 1300-CARREGA-PROF-TURMA THRU 1300-FIM
            PERFORM 1400-CARREGA-DISPONIBILIDADE THRU 1400-FIM

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** MANUTENCAO DE PROFESSORES ***'
                DISPLAY '(I)NCLUIR (X) INATIVAR (A)TRIBUIR MATERIA'
                DISPLAY '(T)URMA DO PROFESSOR (R)ETIRAR MATERIA'
                DISPLAY '(D)ADOS DO CENSO DOCENTE (L)ISTAR (F)IM'
                DISPLAY '(V) DISPONIBILIDADE DE DIA/TURNO'
                DISPLAY '(H) VALOR DA HORA-AULA'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                        PERFORM 4500-ATRIBUIR-TURMA THRU 4500-FIM
                    WHEN TRANS-RETIRAR
                        PERFORM 5000-RETIRAR THRU 5000-FIM
                    WHEN TRANS-DADOS-CENSO
                        PERFORM 5500-DADOS-CENSO THRU 5500-FIM
                    WHEN TRANS-DISPONIBILIDADE
                        PERFORM 4800-DISPONIBILIDADE THRU 4800-FIM
                    WHEN TRANS-VALOR-HORA
                        PERFORM 5600-VALOR-HORA THRU 5600-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                                 WS-PROF-NOME-TAB(WS-QTD-PROF)
                            MOVE PROF-STATUS TO
                                 WS-PROF-STATUS-TAB(WS-QTD-PROF)
                            PERFORM 1050-CARREGA-CENSO THRU 1050-FIM
                        END-IF
                END-READ
            END-PERFORM
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1050-CARREGA-CENSO  --  COPIA O BLOCO DO CENSO DOCENTE PARA A
      *                           TABELA; REGISTRO GRAVADO ANTES DO
      *                           BLOCO EXISTIR VEM EM BRANCO E FICA
      *                           ZERADO (PENDENTE NO PRE-CHECK). O
      *                           VALOR DA HORA-AULA SEGUE A MESMA
      *                           REGRA.
      ******************************************************************
       1050-CARREGA-CENSO.
            IF PROF-CPF NUMERIC
                MOVE PROF-CPF TO WS-PROF-CPF-TAB(WS-QTD-PROF)
            ELSE
                MOVE ZEROS TO WS-PROF-CPF-TAB(WS-QTD-PROF)
            END-IF
            IF PROF-DT-NASCIMENTO NUMERIC
                MOVE PROF-DT-NASCIMENTO TO
                     WS-PROF-NASC-TAB(WS-QTD-PROF)
            ELSE
                MOVE ZEROS TO WS-PROF-NASC-TAB(WS-QTD-PROF)
            END-IF
            MOVE PROF-TITULACAO TO WS-PROF-TIT-TAB(WS-QTD-PROF)
            MOVE PROF-REGIME TO WS-PROF-REG-TAB(WS-QTD-PROF)
            IF PROF-DT-ADMISSAO NUMERIC
                MOVE PROF-DT-ADMISSAO TO
                     WS-PROF-ADM-TAB(WS-QTD-PROF)
            ELSE
                MOVE ZEROS TO WS-PROF-ADM-TAB(WS-QTD-PROF)
            END-IF
            IF PROF-VALOR-HORA NUMERIC
                MOVE PROF-VALOR-HORA TO
                     WS-PROF-VHORA-TAB(WS-QTD-PROF)
            ELSE
                MOVE ZEROS TO WS-PROF-VHORA-TAB(WS-QTD-PROF)
            END-IF.
       1050-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-ATRIBUICOES  --  CARREGA AS ATRIBUICOES PROFESSOR
      *                                 X MATERIA X PERIODO.
            DISPLAY 'NOME.................: '
            ACCEPT WS-PROF-NOME-TAB(WS-QTD-PROF)
            MOVE 'A' TO WS-PROF-STATUS-TAB(WS-QTD-PROF)
            MOVE WS-QTD-PROF TO WS-POS-PROF
            MOVE ZEROS TO WS-PROF-CPF-TAB(WS-POS-PROF)
            MOVE ZEROS TO WS-PROF-NASC-TAB(WS-POS-PROF)
            MOVE SPACE TO WS-PROF-TIT-TAB(WS-POS-PROF)
            MOVE SPACE TO WS-PROF-REG-TAB(WS-POS-PROF)
            MOVE ZEROS TO WS-PROF-ADM-TAB(WS-POS-PROF)
            MOVE ZEROS TO WS-PROF-VHORA-TAB(WS-POS-PROF)
            PERFORM 5550-PEDE-CENSO THRU 5550-FIM
            PERFORM 5650-PEDE-VALOR-HORA THRU 5650-FIM
            PERFORM 7000-REGRAVA-PROFESSORES THRU 7000-FIM
            DISPLAY 'PROFESSOR INCLUIDO: ' WS-COD-ALVO

       5000-FIM.
            EXIT.

      ******************************************************************
      * 5500-DADOS-CENSO  --  COMPLETA/CORRIGE O BLOCO DO CENSO
      *                         DOCENTE DE UM PROFESSOR JA CADASTRADO,
      *                         COM AUDITORIA DE/PARA POR CAMPO.
      ******************************************************************
       5500-DADOS-CENSO.
            DISPLAY 'CODIGO DO PROFESSOR..: '
            ACCEPT WS-COD-ALVO
            PERFORM 1500-LOCALIZA-PROFESSOR THRU 1500-FIM
            IF WS-POS-PROF = 0
                DISPLAY 'PROFESSOR NAO ENCONTRADO.'
                GO TO 5500-FIM
            END-IF

            MOVE WS-PROF-CPF-TAB(WS-POS-PROF) TO WS-CEN-CPF-ANT
            MOVE WS-PROF-NASC-TAB(WS-POS-PROF) TO WS-CEN-NASC-ANT
            MOVE WS-PROF-TIT-TAB(WS-POS-PROF) TO WS-CEN-TIT-ANT
            MOVE WS-PROF-REG-TAB(WS-POS-PROF) TO WS-CEN-REG-ANT
            MOVE WS-PROF-ADM-TAB(WS-POS-PROF) TO WS-CEN-ADM-ANT

            PERFORM 5550-PEDE-CENSO THRU 5550-FIM
            PERFORM 7000-REGRAVA-PROFESSORES THRU 7000-FIM
            DISPLAY 'DADOS DO CENSO ATUALIZADOS: ' WS-COD-ALVO

            IF WS-PROF-CPF-TAB(WS-POS-PROF) NOT = WS-CEN-CPF-ANT
                MOVE 'PROF-CPF' TO AUD-CAMPO
                MOVE WS-CEN-CPF-ANT TO AUD-VALOR-ANTIGO
                MOVE WS-PROF-CPF-TAB(WS-POS-PROF) TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF
            IF WS-PROF-NASC-TAB(WS-POS-PROF) NOT = WS-CEN-NASC-ANT
                MOVE 'PROF-DT-NASCIMENTO' TO AUD-CAMPO
                MOVE WS-CEN-NASC-ANT TO AUD-VALOR-ANTIGO
                MOVE WS-PROF-NASC-TAB(WS-POS-PROF) TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF
            IF WS-PROF-TIT-TAB(WS-POS-PROF) NOT = WS-CEN-TIT-ANT
                MOVE 'PROF-TITULACAO' TO AUD-CAMPO
                MOVE WS-CEN-TIT-ANT TO AUD-VALOR-ANTIGO
                MOVE WS-PROF-TIT-TAB(WS-POS-PROF) TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF
            IF WS-PROF-REG-TAB(WS-POS-PROF) NOT = WS-CEN-REG-ANT
                MOVE 'PROF-REGIME' TO AUD-CAMPO
                MOVE WS-CEN-REG-ANT TO AUD-VALOR-ANTIGO
                MOVE WS-PROF-REG-TAB(WS-POS-PROF) TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF
            IF WS-PROF-ADM-TAB(WS-POS-PROF) NOT = WS-CEN-ADM-ANT
                MOVE 'PROF-DT-ADMISSAO' TO AUD-CAMPO
                MOVE WS-CEN-ADM-ANT TO AUD-VALOR-ANTIGO
                MOVE WS-PROF-ADM-TAB(WS-POS-PROF) TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF.
       5500-FIM.
            EXIT.

      ******************************************************************
      * 5550-PEDE-CENSO  --  PEDE E CRITICA O BLOCO DO CENSO DOCENTE
      *                        DO PROFESSOR EM WS-POS-PROF; ENTER
      *                        MANTEM O VALOR ATUAL E VALOR INVALIDO E
      *                        RECUSADO (A PENDENCIA FICA APONTADA NO
      *                        PRE-CHECK DO EXPORTACENSODOCENTE).
      ******************************************************************
       5550-PEDE-CENSO.
            DISPLAY 'CPF (11 DIGITOS).....: '
            MOVE SPACES TO WS-CEN-TEXTO
            ACCEPT WS-CEN-TEXTO
            IF WS-CEN-TEXTO NOT = SPACES
                IF WS-CEN-TEXTO IS NUMERIC
                    MOVE WS-CEN-TEXTO TO WS-CPF-PARM-CPF
                    CALL 'VALIDACPF' USING WS-CPF-PARM
                    IF CPF-PARM-VALIDO
                        PERFORM 5560-CONFERE-CPF-UNICO THRU 5560-FIM
                    ELSE
                        DISPLAY 'CPF INVALIDO - MANTIDO O ANTERIOR.'
                    END-IF
                ELSE
                    DISPLAY 'CPF INVALIDO - MANTIDO O ANTERIOR.'
                END-IF
            END-IF

            DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
            MOVE SPACES TO WS-CEN-DATA-TEXTO
            ACCEPT WS-CEN-DATA-TEXTO
            IF WS-CEN-DATA-TEXTO NOT = SPACES
                IF WS-CEN-DATA-TEXTO IS NUMERIC
                   AND WS-CEN-DATA-TEXTO(1:4) > '1900'
                    MOVE WS-CEN-DATA-TEXTO TO
                         WS-PROF-NASC-TAB(WS-POS-PROF)
                ELSE
                    DISPLAY 'DATA INVALIDA - MANTIDA A ANTERIOR.'
                END-IF
            END-IF

            DISPLAY 'TITULACAO (G-GRADUACAO E-ESPECIALIZACAO '
                    'M-MESTRADO D-DOUTORADO): '
            MOVE SPACES TO WS-CEN-TEXTO
            ACCEPT WS-CEN-TEXTO
            IF WS-CEN-TEXTO NOT = SPACES
                MOVE WS-CEN-TEXTO(1:1) TO PROF-TITULACAO
                IF PROF-TIT-INFORMADA
                    MOVE PROF-TITULACAO TO
                         WS-PROF-TIT-TAB(WS-POS-PROF)
                ELSE
                    DISPLAY 'TITULACAO INVALIDA - MANTIDA A ANTERIOR.'
                END-IF
            END-IF

            DISPLAY 'REGIME (X-DEDICACAO EXCLUSIVA I-INTEGRAL '
                    'P-PARCIAL H-HORISTA): '
            MOVE SPACES TO WS-CEN-TEXTO
            ACCEPT WS-CEN-TEXTO
            IF WS-CEN-TEXTO NOT = SPACES
                MOVE WS-CEN-TEXTO(1:1) TO PROF-REGIME
                IF PROF-REG-INFORMADO
                    MOVE PROF-REGIME TO
                         WS-PROF-REG-TAB(WS-POS-PROF)
                ELSE
                    DISPLAY 'REGIME INVALIDO - MANTIDO O ANTERIOR.'
                END-IF
            END-IF

            DISPLAY 'DATA DE ADMISSAO (AAAAMMDD): '
            MOVE SPACES TO WS-CEN-DATA-TEXTO
            ACCEPT WS-CEN-DATA-TEXTO
            IF WS-CEN-DATA-TEXTO NOT = SPACES
                IF WS-CEN-DATA-TEXTO IS NUMERIC
                   AND WS-CEN-DATA-TEXTO(1:4) > '1900'
                    MOVE WS-CEN-DATA-TEXTO TO
                         WS-PROF-ADM-TAB(WS-POS-PROF)
                ELSE
                    DISPLAY 'DATA INVALIDA - MANTIDA A ANTERIOR.'
                END-IF
            END-IF.
       5550-FIM.
            EXIT.

      ******************************************************************
      * 5560-CONFERE-CPF-UNICO  --  GRAVA O CPF DIGITADO SO SE NENHUM
      *                               OUTRO PROFESSOR JA O USA.
      ******************************************************************
       5560-CONFERE-CPF-UNICO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PROF
                IF WS-IDX NOT = WS-POS-PROF
                   AND WS-PROF-CPF-TAB(WS-IDX) = WS-CPF-PARM-CPF
                    DISPLAY 'CPF JA CADASTRADO PARA O PROFESSOR '
                            WS-PROF-COD(WS-IDX)
                            ' - MANTIDO O ANTERIOR.'
                    GO TO 5560-FIM
                END-IF
            END-PERFORM
            MOVE WS-CPF-PARM-CPF TO WS-PROF-CPF-TAB(WS-POS-PROF).
       5560-FIM.
            EXIT.

      ******************************************************************
      * 5600-VALOR-HORA  --  ALTERA O VALOR DA HORA-AULA DO PROFESSOR,
      *                        COM AUDITORIA DE/PARA.
      ******************************************************************
       5600-VALOR-HORA.
            DISPLAY 'CODIGO DO PROFESSOR..: '
            ACCEPT WS-COD-ALVO
            PERFORM 1500-LOCALIZA-PROFESSOR THRU 1500-FIM
            IF WS-POS-PROF = 0
                DISPLAY 'PROFESSOR NAO ENCONTRADO.'
                GO TO 5600-FIM
            END-IF

            MOVE WS-PROF-VHORA-TAB(WS-POS-PROF) TO WS-VHORA-ANT
            MOVE WS-VHORA-ANT TO WS-VHORA-ED
            DISPLAY 'VALOR ATUAL DA HORA..: ' WS-VHORA-ED
            PERFORM 5650-PEDE-VALOR-HORA THRU 5650-FIM
            IF WS-PROF-VHORA-TAB(WS-POS-PROF) = WS-VHORA-ANT
                DISPLAY 'VALOR DA HORA-AULA MANTIDO.'
                GO TO 5600-FIM
            END-IF
            PERFORM 7000-REGRAVA-PROFESSORES THRU 7000-FIM
            DISPLAY 'VALOR DA HORA-AULA ATUALIZADO: ' WS-COD-ALVO

            MOVE 'PROF-VALOR-HORA' TO AUD-CAMPO
            MOVE WS-VHORA-ANT TO WS-VHORA-ED
            MOVE WS-VHORA-ED TO AUD-VALOR-ANTIGO
            MOVE WS-PROF-VHORA-TAB(WS-POS-PROF) TO WS-VHORA-ED
            MOVE WS-VHORA-ED TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       5600-FIM.
            EXIT.

      ******************************************************************
      * 5650-PEDE-VALOR-HORA  --  PEDE O VALOR DA HORA-AULA DO
      *                             PROFESSOR EM WS-POS-PROF; ZERO
      *                             MANTEM O VALOR ATUAL.
      ******************************************************************
       5650-PEDE-VALOR-HORA.
            DISPLAY 'VALOR DA HORA-AULA (0 = MANTER): '
            MOVE ZEROS TO WS-VHORA-DIGITADO
            ACCEPT WS-VHORA-DIGITADO
            IF WS-VHORA-DIGITADO > ZEROS
                MOVE WS-VHORA-DIGITADO TO
                     WS-PROF-VHORA-TAB(WS-POS-PROF)
            END-IF.
       5650-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA PROFESSORES E SUAS ATRIBUICOES.
      ******************************************************************
                DISPLAY WS-PROF-COD(WS-IDX) ' '
                        WS-PROF-NOME-TAB(WS-IDX) ' SIT '
                        WS-PROF-STATUS-TAB(WS-IDX)
                DISPLAY '   CPF ' WS-PROF-CPF-TAB(WS-IDX)
                        ' NASC ' WS-PROF-NASC-TAB(WS-IDX)
                        ' TIT ' WS-PROF-TIT-TAB(WS-IDX)
                        ' REG ' WS-PROF-REG-TAB(WS-IDX)
                        ' ADM ' WS-PROF-ADM-TAB(WS-IDX)
                MOVE WS-PROF-VHORA-TAB(WS-IDX) TO WS-VHORA-ED
                DISPLAY '   VALOR DA HORA-AULA ' WS-VHORA-ED
                PERFORM VARYING WS-POS-ATRIB FROM 1 BY 1
                        UNTIL WS-POS-ATRIB > WS-QTD-ATRIB
                    IF WS-ATRIB-PROF(WS-POS-ATRIB) =
                MOVE WS-PROF-COD(WS-IDX)        TO PROF-CODIGO
                MOVE WS-PROF-NOME-TAB(WS-IDX)   TO PROF-NOME
                MOVE WS-PROF-STATUS-TAB(WS-IDX) TO PROF-STATUS
                MOVE WS-PROF-CPF-TAB(WS-IDX)    TO PROF-CPF
                MOVE WS-PROF-NASC-TAB(WS-IDX)   TO PROF-DT-NASCIMENTO
                MOVE WS-PROF-TIT-TAB(WS-IDX)    TO PROF-TITULACAO
                MOVE WS-PROF-REG-TAB(WS-IDX)    TO PROF-REGIME
                MOVE WS-PROF-ADM-TAB(WS-IDX)    TO PROF-DT-ADMISSAO
                MOVE WS-PROF-VHORA-TAB(WS-IDX)  TO PROF-VALOR-HORA
                WRITE REG-PROFESSOR
            END-PERFORM
            CLOSE PROFESSORES.
       7500-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-DISPONIBILIDADE  --  CARREGA A DISPONIBILIDADE
      *                                     DOS PROFESSORES INTEIRA EM
      *                                     MEMORIA.
      ******************************************************************
       1400-CARREGA-DISPONIBILIDADE.
            ACCEPT WS-PDI-DD FROM ENVIRONMENT 'DD_PROF_DISPONIBILIDADE'
            IF WS-PDI-DD = SPACES
                MOVE 'PROF_DISPONIBILIDADE.TXT' TO WS-PDI-DD
            END-IF
            OPEN INPUT PROF-DISPONIBILIDADE
            IF NOT PDI-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-PDI-EOF
            PERFORM UNTIL PDI-FIM-ARQUIVO
                READ PROF-DISPONIBILIDADE
                    AT END
                        MOVE 'F' TO WS-PDI-EOF
                    NOT AT END
                        IF WS-QTD-PDI < 1000
                            ADD 1 TO WS-QTD-PDI
                            MOVE PDI-PROF-CODIGO TO
                                 WS-PDI-PROF(WS-QTD-PDI)
                            MOVE PDI-DIA-SEMANA TO
                                 WS-PDI-DIA(WS-QTD-PDI)
                            MOVE PDI-TURNO TO
                                 WS-PDI-TURNO(WS-QTD-PDI)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-DISPONIBILIDADE.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 4800-DISPONIBILIDADE  --  MOSTRA OS DIAS/TURNOS EM QUE O
      *                             PROFESSOR PODE DAR AULA E INCLUI
      *                             OU RETIRA UM DELES. E O QUE O
      *                             GERAGRADEHORARIO RESPEITA AO PROPOR
      *                             A GRADE DO PERIODO.
      ******************************************************************
       4800-DISPONIBILIDADE.
            DISPLAY 'CODIGO DO PROFESSOR..: '
            ACCEPT WS-COD-ALVO
            PERFORM 1500-LOCALIZA-PROFESSOR THRU 1500-FIM
            IF WS-POS-PROF = 0
                DISPLAY 'PROFESSOR NAO ENCONTRADO.'
                GO TO 4800-FIM
            END-IF
            DISPLAY 'DISPONIBILIDADE ATUAL (DIA 1=SEG..6=SAB, TURNO):'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PDI
                IF WS-PDI-PROF(WS-IDX) = WS-COD-ALVO
                    DISPLAY '   DIA ' WS-PDI-DIA(WS-IDX)
                            ' TURNO ' WS-PDI-TURNO(WS-IDX)
                END-IF
            END-PERFORM
            DISPLAY '(I)NCLUIR OU (R)ETIRAR: '
            ACCEPT WS-ACAO-PDI
            IF NOT ACAO-PDI-INCLUIR AND NOT ACAO-PDI-RETIRAR
                GO TO 4800-FIM
            END-IF
            DISPLAY 'DIA DA SEMANA (1=SEG..6=SAB): '
            ACCEPT WS-DIA-ALVO
            IF WS-DIA-ALVO < 1 OR WS-DIA-ALVO > 6
                DISPLAY 'DIA DA SEMANA INVALIDO.'
                GO TO 4800-FIM
            END-IF
            DISPLAY 'TURNO (M/T/N)........: '
            ACCEPT WS-TURNO-ALVO
            IF NOT TURNO-ALVO-VALIDO
                DISPLAY 'TURNO INVALIDO.'
                GO TO 4800-FIM
            END-IF

            MOVE 0 TO WS-POS-PDI
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PDI
                IF WS-PDI-PROF(WS-IDX) = WS-COD-ALVO
                   AND WS-PDI-DIA(WS-IDX) = WS-DIA-ALVO
                   AND WS-PDI-TURNO(WS-IDX) = WS-TURNO-ALVO
                    MOVE WS-IDX TO WS-POS-PDI
                    MOVE WS-QTD-PDI TO WS-IDX
                END-IF
            END-PERFORM

            MOVE 'PROF-DISPONIB' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE SPACES TO AUD-VALOR-NOVO
            IF ACAO-PDI-INCLUIR
                IF WS-POS-PDI > 0
                    DISPLAY 'DIA/TURNO JA CADASTRADO.'
                    GO TO 4800-FIM
                END-IF
                IF WS-QTD-PDI >= 1000
                    DISPLAY 'TABELA DE DISPONIBILIDADE CHEIA.'
                    GO TO 4800-FIM
                END-IF
                ADD 1 TO WS-QTD-PDI
                MOVE WS-COD-ALVO TO WS-PDI-PROF(WS-QTD-PDI)
                MOVE WS-DIA-ALVO TO WS-PDI-DIA(WS-QTD-PDI)
                MOVE WS-TURNO-ALVO TO WS-PDI-TURNO(WS-QTD-PDI)
                STRING WS-COD-ALVO ' D' WS-DIA-ALVO ' ' WS-TURNO-ALVO
                       DELIMITED BY SIZE INTO AUD-VALOR-NOVO
                END-STRING
            ELSE
                IF WS-POS-PDI = 0
                    DISPLAY 'DIA/TURNO NAO CADASTRADO.'
                    GO TO 4800-FIM
                END-IF
                PERFORM VARYING WS-IDX FROM WS-POS-PDI BY 1
                        UNTIL WS-IDX >= WS-QTD-PDI
                    MOVE WS-PDI-TAB(WS-IDX + 1) TO WS-PDI-TAB(WS-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-QTD-PDI
                STRING WS-COD-ALVO ' D' WS-DIA-ALVO ' ' WS-TURNO-ALVO
                       DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
                END-STRING
            END-IF
            PERFORM 7800-REGRAVA-DISPONIBILIDADE THRU 7800-FIM
            DISPLAY 'DISPONIBILIDADE ATUALIZADA.'
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4800-FIM.
            EXIT.

      ******************************************************************
      * 7800-REGRAVA-DISPONIBILIDADE  --  REGRAVA O ARQUIVO DE
      *                                     DISPONIBILIDADE INTEIRO.
      ******************************************************************
       7800-REGRAVA-DISPONIBILIDADE.
            OPEN OUTPUT PROF-DISPONIBILIDADE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PDI
                MOVE WS-PDI-PROF(WS-IDX)  TO PDI-PROF-CODIGO
                MOVE WS-PDI-DIA(WS-IDX)   TO PDI-DIA-SEMANA
                MOVE WS-PDI-TURNO(WS-IDX) TO PDI-TURNO
                WRITE REG-PROF-DISPONIBILIDADE
            END-PERFORM
            CLOSE PROF-DISPONIBILIDADE.
       7800-FIM.
            EXIT.

       END PROGRAM MANUTENCAOPROFESSOR.
