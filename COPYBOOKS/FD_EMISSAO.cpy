      * Modification History:
      * 02/09/26 RMS  Criacao - o codigo impresso nos documentos nao
      *               tinha onde ser conferido.
      * 15/10/26 RMS  Incluido o tipo NCT (certidao de nada consta,
      *               EMITENADACONSTA).
      * 15/10/26 RMS  Series DECMATRI/DECFREQU das declaracoes de
      *               matricula e de frequencia (EMITEDECLARACAO),
      *               emitidas com o tipo DEC.
      * 15/10/26 RMS  Incluido o tipo CEX (certificado de conclusao de
      *               curso livre / extensao, EMITECERTIFICADOEXT).
      ******************************************************************
       01 REG-EMISSAO.
          03 EMIS-CODIGO                    PIC 9(09).
          03 EMIS-SERIE                     PIC X(08).
             88 EMIS-SERIE-DECL-MATRICULA      VALUE 'DECMATRI'.
             88 EMIS-SERIE-DECL-FREQUENCIA     VALUE 'DECFREQU'.
          03 EMIS-CD-STUDENT                PIC 9(05).
          03 EMIS-TIPO-DOC                  PIC X(03).
             88 EMIS-HISTORICO                 VALUE 'HIS'.
             88 EMIS-DIPLOMA                   VALUE 'DIP'.
             88 EMIS-DECLARACAO                VALUE 'DEC'.
             88 EMIS-GUIA                      VALUE 'GUI'.
             88 EMIS-NADA-CONSTA               VALUE 'NCT'.
             88 EMIS-CERTIFICADO-EXT           VALUE 'CEX'.
          03 EMIS-DT-EMISSAO                PIC 9(08).
          03 EMIS-HR-EMISSAO                PIC 9(06).
          03 EMIS-OPERADOR                  PIC X(20).
