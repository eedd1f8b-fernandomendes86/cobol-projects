      ******************************************************************
      * NFSEREL - LAYOUT DE UMA LINHA DO RELATORIO DE CONTROLE DO
      *           RETORNO DA NFS-E (ARQUIVO NFSEREL, GERADO POR
      *           NFSERET)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY NFSEREL.
      *      UMA LINHA POR RPS PENDENTE QUE A PREFEITURA RECUSOU OU
      *      POR CANCELAMENTO CONFIRMADO, COM O CLIENTE E O MOTIVO.
      *      A LINHA FINAL (RPS ZERO) TRAZ OS TOTAIS DO RETORNO.
      ******************************************************************
           03 NRL-NUMERO-RPS         PIC 9(08).
           03 FILLER                 PIC X(01).
           03 NRL-CHAVE              PIC 9(06).
           03 FILLER                 PIC X(01).
           03 NRL-PERIODO            PIC 9(06).
           03 FILLER                 PIC X(01).
           03 NRL-SITUACAO           PIC X(01).
           03 FILLER                 PIC X(01).
           03 NRL-NFSE-NUMERO        PIC 9(09).
           03 FILLER                 PIC X(01).
           03 NRL-MOTIVO             PIC X(40).
