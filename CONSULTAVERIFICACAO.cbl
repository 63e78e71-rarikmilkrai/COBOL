      * 02/09/26 RMS  Criacao - quando um empregador ligava para
      *               conferir um historico, o codigo impresso nao
      *               tinha onde ser pesquisado.
      * 15/10/26 RMS  Reconhece a certidao de nada consta (tipo NCT).
      * 15/10/26 RMS  Distingue as declaracoes de matricula e de
      *               frequencia da declaracao de pagamentos pela serie.
      * 15/10/26 RMS  Reconhece o certificado de curso livre (CEX).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAVERIFICACAO.
                    DISPLAY 'DOCUMENTO......: HISTORICO ESCOLAR'
                WHEN EMIS-DIPLOMA
                    DISPLAY 'DOCUMENTO......: DIPLOMA'
                WHEN EMIS-DECLARACAO AND EMIS-SERIE-DECL-MATRICULA
                    DISPLAY 'DOCUMENTO......: DECLARACAO DE '
                            'MATRICULA'
                WHEN EMIS-DECLARACAO AND EMIS-SERIE-DECL-FREQUENCIA
                    DISPLAY 'DOCUMENTO......: DECLARACAO DE '
                            'FREQUENCIA'
                WHEN EMIS-DECLARACAO
                    DISPLAY 'DOCUMENTO......: DECLARACAO DE '
                            'PAGAMENTOS'
                WHEN EMIS-GUIA
                    DISPLAY 'DOCUMENTO......: GUIA DE TRANSFERENCIA'
                WHEN EMIS-NADA-CONSTA
                    DISPLAY 'DOCUMENTO......: CERTIDAO DE NADA '
                            'CONSTA'
                WHEN EMIS-CERTIFICADO-EXT
                    DISPLAY 'DOCUMENTO......: CERTIFICADO DE CURSO '
                            'LIVRE'
                WHEN OTHER
                    DISPLAY 'DOCUMENTO......: ' EMIS-TIPO-DOC
            END-EVALUATE
