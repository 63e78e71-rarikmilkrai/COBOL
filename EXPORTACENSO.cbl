      *               pre-checagem), como a convencao exige - antes
      *               saia zerado e um validador de entrada recusaria
      *               o arquivo.
      * 15/10/26 RMS  O registro tipo 30 ganhou os campos de
      *               deficiencia (indicador, tipo e recursos: tempo
      *               extra, sala acessivel, Libras, material
      *               ampliado), preenchidos pelas adaptacoes NEE
      *               vigentes do MANUTENCAONEE (NEE.TXT).
      * 15/10/26 RMS  Participante de curso livre (STUDENT-TIPO E)
      *               fica fora da critica e do arquivo do censo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTACENSO.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEND-FS.

           SELECT NEE ASSIGN TO DYNAMIC WS-NEE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          03 CEN-MUNICIPIO-NASC        PIC 9(07).
          03 CEN-COURSE-CODE           PIC X(05).
          03 CEN-ENROLLMENT-DATE       PIC 9(08).
          03 CEN-DEFICIENCIA           PIC X(01).
          03 CEN-TIPO-DEFICIENCIA      PIC X(03).
          03 CEN-REC-TEMPO-EXTRA       PIC X(01).
          03 CEN-REC-SALA-ACESSIVEL    PIC X(01).
          03 CEN-REC-LIBRAS            PIC X(01).
          03 CEN-REC-MATERIAL-AMPL     PIC X(01).

       FD RELATORIO-PENDENCIA.
       01 PEND-LINHA                  PIC X(132).

       FD NEE.
          COPY FD_NEE.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-CENSO-DD              PIC X(100) VALUE SPACES.
       01 WS-PEND-DD               PIC X(100) VALUE SPACES.
       01 WS-NEE-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-CENSO-FS              PIC XX VALUE SPACES.
       77 WS-PEND-FS               PIC XX VALUE SPACES.
       77 WS-NEE-FS                PIC XX VALUE SPACES.
          88 NEE-FS-OK             VALUE '00'.
       77 WS-NEE-EOF               PIC X VALUE 'N'.
          88 NEE-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EST-EOF               PIC X VALUE 'N'.
          88 EST-FIM-ARQUIVO       VALUE 'F'.

       77 WS-QTD-COMPLETOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COM-DEFICIENCIA   PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-COMPLETO        PIC 9 VALUE 0.
          88 ALUNO-COMPLETO        VALUE 1.


       77 WS-QTD-ED                PIC ZZZZ9.

      * ADAPTACOES NEE VIGENTES NA DATA DO CENSO (MANUTENCAONEE) - FONTE
      * DOS CAMPOS DE DEFICIENCIA E RECURSOS DO REGISTRO TIPO 30
       01 WS-TABELA-NEE.
          05 WS-QTD-NEE            PIC 9(04) VALUE 0.
          05 WS-NEE-TAB OCCURS 2000 TIMES.
             10 WS-NE-CD           PIC 9(05).
             10 WS-NE-TIPO         PIC X(03).
             10 WS-NE-DEFICIENCIA  PIC X(03).
       77 WS-IDX-NEE               PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            WRITE PEND-LINHA
            MOVE SPACES TO PEND-LINHA
            WRITE PEND-LINHA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 1100-CARREGA-NEE THRU 1100-FIM.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-NEE  --  CARREGA AS ADAPTACOES NEE VIGENTES NA
      *                         DATA DO CENSO (ATIVA, INICIO <= HOJE,
      *                         FIM ZERADO OU >= HOJE). SEM O REGISTRO,
      *                         TODO ALUNO SAI SEM DEFICIENCIA.
      ******************************************************************
       1100-CARREGA-NEE.
            ACCEPT WS-NEE-DD FROM ENVIRONMENT 'DD_NEE'
            IF WS-NEE-DD = SPACES
                MOVE 'NEE.TXT' TO WS-NEE-DD
            END-IF
            OPEN INPUT NEE
            IF NOT NEE-FS-OK
                DISPLAY 'SEM REGISTRO NEE (' WS-NEE-DD ') - CAMPOS '
                        'DE DEFICIENCIA SAEM NEGATIVOS.'
                GO TO 1100-FIM
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
                            MOVE NEE-DEFICIENCIA TO
                                 WS-NE-DEFICIENCIA(WS-QTD-NEE)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NEE.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-PROCESSA-ESTUDANTE  --  CRITICA A COMPLETUDE DO BLOCO
      *                                DEMOGRAFICO DE CADA ALUNO ATIVO;
            IF NOT STUDENT-ATIVO
                GO TO 2000-FIM
            END-IF
      * PARTICIPANTE DE CURSO LIVRE NAO E ALUNO DE GRADUACAO
            IF STUDENT-EXTENSAO
                GO TO 2000-FIM
            END-IF
            ADD 1 TO WS-QTD-ATIVOS

            PERFORM 2100-CRITICA-DEMOGRAFIA THRU 2100-FIM
            MOVE STUDENT-MUNICIPIO-NASC TO CEN-MUNICIPIO-NASC
            MOVE COURSE-CODE TO CEN-COURSE-CODE
            MOVE ENROLLMENT-DATE TO CEN-ENROLLMENT-DATE
            PERFORM 2250-DEFICIENCIA THRU 2250-FIM
            WRITE REG-CENSO
            ADD 1 TO WS-QTD-EXPORTADOS
            ADD CD-STUDENT TO WS-SOMA-CD.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2250-DEFICIENCIA  --  PREENCHE OS CAMPOS DE DEFICIENCIA DO
      *                         REGISTRO TIPO 30 PELO REGISTRO NEE: '1'
      *                         QUANDO O ALUNO TEM ADAPTACAO VIGENTE
      *                         (TIPO DA DEFICIENCIA = O DA PRIMEIRA
      *                         ADAPTACAO) E UM INDICADOR '1'/'0' POR
      *                         RECURSO EXIGIDO PELO ORGAO.
      ******************************************************************
       2250-DEFICIENCIA.
            MOVE '0' TO CEN-DEFICIENCIA
            MOVE SPACES TO CEN-TIPO-DEFICIENCIA
            MOVE '0' TO CEN-REC-TEMPO-EXTRA
            MOVE '0' TO CEN-REC-SALA-ACESSIVEL
            MOVE '0' TO CEN-REC-LIBRAS
            MOVE '0' TO CEN-REC-MATERIAL-AMPL
            PERFORM VARYING WS-IDX-NEE FROM 1 BY 1
                    UNTIL WS-IDX-NEE > WS-QTD-NEE
                IF WS-NE-CD(WS-IDX-NEE) = CD-STUDENT
                    IF CEN-DEFICIENCIA = '0'
                        MOVE '1' TO CEN-DEFICIENCIA
                        MOVE WS-NE-DEFICIENCIA(WS-IDX-NEE)
                          TO CEN-TIPO-DEFICIENCIA
                    END-IF
                    EVALUATE WS-NE-TIPO(WS-IDX-NEE)
                        WHEN 'TEM'
                            MOVE '1' TO CEN-REC-TEMPO-EXTRA
                        WHEN 'SAL'
                            MOVE '1' TO CEN-REC-SALA-ACESSIVEL
                        WHEN 'LIB'
                            MOVE '1' TO CEN-REC-LIBRAS
                        WHEN 'AMP'
                            MOVE '1' TO CEN-REC-MATERIAL-AMPL
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-PERFORM
            IF CEN-DEFICIENCIA = '1'
                ADD 1 TO WS-QTD-COM-DEFICIENCIA
            END-IF.
       2250-FIM.
            EXIT.

      ******************************************************************
      * 3000-ENCERRA  --  FECHA OS ARQUIVOS, GRAVA O RESUMO NO
      *                     RELATORIO E SINALIZA PENDENCIA COM RC=4.
                PERFORM 2500-EXPORTA-ARQUIVO THRU 2500-FIM
                DISPLAY 'REGISTROS EXPORTADOS.....: '
                        WS-QTD-EXPORTADOS
                DISPLAY 'COM DEFICIENCIA (NEE)....: '
                        WS-QTD-COM-DEFICIENCIA
            ELSE
                DISPLAY 'MODO PRE-CHECAGEM - NENHUM ARQUIVO DE '
                        'CENSO GERADO.'
                    MOVE 'F' TO WS-EST-EOF
                    GO TO 2600-FIM
            END-READ
            IF NOT STUDENT-ATIVO OR STUDENT-EXTENSAO
                GO TO 2600-FIM
            END-IF
            PERFORM 2100-CRITICA-DEMOGRAFIA THRU 2100-FIM
