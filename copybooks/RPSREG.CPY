      ******************************************************************
      * RPSREG - LAYOUT DO REGISTRO DE RPS EMITIDOS (ARQUIVO RPSREG,
      *          MANTIDO POR NFSERPS E NFSERET, LIDO POR FATURA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY RPSREG.
      *      UMA LINHA POR RPS (RECIBO PROVISORIO DE SERVICOS) GERADO
      *      PARA UM DEBITO DE MENSALIDADE DO RAZMOVS, IDENTIFICADO
      *      PELA DATA E PELA SEQUENCIA DO MOVIMENTO - E POR ELAS QUE
      *      O MESMO DEBITO NAO GANHA DOIS RPS E QUE O ESTORNO DO
      *      DEBITO (VER ESTORNO.CPY) GERA O CANCELAMENTO.  A
      *      NUMERACAO E CONTINUA: O PROXIMO RPS E O MAIOR NUMERO DO
      *      ARQUIVO MAIS 1.  O NFSERET GRAVA AQUI O NUMERO OFICIAL DA
      *      NFS-E DEVOLVIDO PELA PREFEITURA, QUE O FATURA IMPRIME, OU
      *      MARCA O RPS COMO RECUSADO - O PROXIMO LOTE DO NFSERPS O
      *      REENVIA COM O MESMO NUMERO E ELE VOLTA A EMITIDO.
      ******************************************************************
           03 RPS-NUMERO             PIC 9(08).
           03 RPS-CHAVE-CLIENTE      PIC 9(06).
           03 RPS-PERIODO            PIC 9(06).
           03 RPS-MOV-DATA           PIC 9(08).
           03 RPS-MOV-SEQ            PIC 9(06).
           03 RPS-VALOR              PIC S9(9)V9(2).
           03 RPS-DATA-EMISSAO       PIC 9(08).
           03 RPS-STATUS             PIC X(01).
               88 RPS-EMITIDO        VALUE 'E'.
               88 RPS-CANCELADO      VALUE 'C'.
               88 RPS-RECUSADO       VALUE 'R'.
           03 RPS-DATA-CANCELAMENTO  PIC 9(08).
           03 RPS-NFSE-NUMERO        PIC 9(09).
           03 RPS-NFSE-DATA          PIC 9(08).
           03 RPS-NFSE-VERIFICACAO   PIC X(09).
