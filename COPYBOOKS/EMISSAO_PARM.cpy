      *         DE VERIFICACAO (GERATICKET) EM UM DOCUMENTO OFICIAL:
      *         O CHAMADOR INFORMA O CODIGO, A SERIE, O ALUNO, O TIPO
      *         DE DOCUMENTO (HIS HISTORICO / DIP DIPLOMA / DEC
      *         DECLARACAO / GUI GUIA DE TRANSFERENCIA / NCT CERTIDAO
      *         DE NADA CONSTA / TRC FOLHA DE TROCA DE CURSO / CEX
      *         CERTIFICADO DE CURSO LIVRE) E O
      *         OPERADOR, E A SUBROTINA GRAVA A EMISSAO NO REGISTRO
      *         CENTRAL
      *         (EMISSOES.TXT) QUE O CONSULTAVERIFICACAO PESQUISA
      *         QUANDO ALGUEM LIGA PARA CONFERIR UM DOCUMENTO.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido o tipo NCT (certidao de nada consta).
      * 15/10/26 RMS  Incluido o tipo TRC (folha de orientacao da
      *               troca de curso).
      * 15/10/26 RMS  Incluido o tipo CEX (certificado de conclusao de
      *               curso livre / extensao).
      ******************************************************************
           02 EMI-CODIGO                  PIC 9(09) VALUE ZEROS.
           02 EMI-SERIE                   PIC X(08) VALUE SPACES.
