      ******************************************************************
      * Copybook:FD_NFSE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE NOTAS FISCAIS DE SERVICO
      *         ELETRONICAS (NFSE.TXT): UMA LINHA POR RPS ENVIADO A
      *         PREFEITURA PELO GERALOTERPS, AMARRADO AO PAGAMENTO DE
      *         ORIGEM - RECIBO DA TESOURARIA (ORIGEM R, COM O NUMERO
      *         DO RECIBO) OU BAIXA SEM RECIBO, DO RETORNO BANCARIO OU
      *         DA ASSESSORIA (ORIGEM B) - COM O TOMADOR (ALUNO MAIOR
      *         OU RESPONSAVEL DO MENOR), O VALOR E O ISS. O
      *         RETORNONFSE GRAVA O NUMERO DA NFS-E EMITIDA (N) OU O
      *         MOTIVO DA REJEICAO (R); PAGAMENTO DE RPS REJEITADO
      *         VOLTA AO PROXIMO LOTE COM NOVO RPS, EM NOVA LINHA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-NFSE.
          03 NFS-RPS-NUMERO                 PIC 9(09).
          03 NFS-DT-RPS                     PIC 9(08).
          03 NFS-ORIGEM                     PIC X(01).
             88 NFS-ORIGEM-RECIBO           VALUE 'R'.
             88 NFS-ORIGEM-BAIXA            VALUE 'B'.
          03 NFS-RECIBO                     PIC 9(09).
          03 NFS-CD-STUDENT                 PIC 9(05).
          03 NFS-COMPETENCIA                PIC 9(06).
          03 NFS-DT-PAGAMENTO               PIC 9(08).
          03 NFS-VALOR                      PIC 9(07)V9(02).
          03 NFS-VALOR-ISS                  PIC 9(05)V9(02).
          03 NFS-CPF-TOMADOR                PIC 9(11).
          03 NFS-SITUACAO                   PIC X(01).
             88 NFS-AGUARDANDO              VALUE 'E'.
             88 NFS-EMITIDA                 VALUE 'N'.
             88 NFS-REJEITADA               VALUE 'R'.
             88 NFS-VALIDA                  VALUE 'E' 'N'.
          03 NFS-NUMERO-NFSE                PIC X(15).
          03 NFS-DT-NFSE                    PIC 9(08).
          03 NFS-MOTIVO-REJEICAO            PIC X(40).
