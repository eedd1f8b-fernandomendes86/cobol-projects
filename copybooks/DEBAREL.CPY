      ******************************************************************
      * DEBAREL - LAYOUT DE UMA LINHA DO RELATORIO DE EXCECOES DO
      *           RETORNO DE DEBITO AUTOMATICO (ARQUIVO DEBAREL,
      *           GERADO POR DEBARET)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY DEBAREL.
      *      UMA LINHA POR DEBITO RECUSADO PELO BANCO (OU QUE NAO
      *      PODE SER BAIXADO), COM A SITUACAO DEVOLVIDA E O MOTIVO,
      *      E UMA LINHA PARA CADA MANDATO SUSPENSO OU CANCELADO NA
      *      RODADA.  A LINHA FINAL (CHAVE ZERO) TRAZ OS TOTAIS.
      ******************************************************************
           03 DRL-CHAVE              PIC 9(06).
           03 FILLER                 PIC X(01).
           03 DRL-DATA               PIC 9(08).
           03 FILLER                 PIC X(01).
           03 DRL-VALOR              PIC -9(9).9(2).
           03 FILLER                 PIC X(01).
           03 DRL-SITUACAO           PIC X(02).
           03 FILLER                 PIC X(01).
           03 DRL-REFERENCIA         PIC X(20).
           03 FILLER                 PIC X(01).
           03 DRL-MOTIVO             PIC X(40).
