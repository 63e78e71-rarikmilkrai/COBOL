      ******************************************************************
      * Copybook:FD_CERTIFICADO_EXT
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO LIVRO DE CERTIFICADOS DE CURSO LIVRE /
      *         EXTENSAO (CERTIFICADOS_EXT.TXT): UMA LINHA POR
      *         CERTIFICADO DE CONCLUSAO EMITIDO PELO
      *         EMITECERTIFICADOEXT, COM O NUMERO (SERIE CERTEXT DO
      *         GERATICKET), A TURMA (OFERTA), O PARTICIPANTE, A
      *         FREQUENCIA APURADA, A DATA E O OPERADOR. E POR ELE QUE
      *         A EMISSAO SABE QUE O PARTICIPANTE JA FOI CERTIFICADO
      *         NAQUELA OFERTA E NAO NUMERA DE NOVO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CERTIFICADO-EXT.
          03 CEX-NUMERO                     PIC 9(09).
          03 CEX-TURMA-CODIGO               PIC X(08).
          03 CEX-CD-STUDENT                 PIC 9(05).
          03 CEX-PERC-FREQUENCIA            PIC 9(03).
          03 CEX-DT-EMISSAO                 PIC 9(08).
          03 CEX-OPERADOR                   PIC X(20).
