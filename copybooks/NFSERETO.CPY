      ******************************************************************
      * NFSERETO - LAYOUT DO ITEM DO ARQUIVO DE RETORNO DA PREFEITURA
      *            PARA O LOTE DE RPS (ARQUIVO NFSERETO, LIDO POR
      *            NFSERET)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY NFSERETO.
      *      UM ITEM POR RPS PROCESSADO: SITUACAO 'N' = NFS-E EMITIDA
      *      (NUMERO OFICIAL, DATA E CODIGO DE VERIFICACAO), 'C' =
      *      CANCELAMENTO ACEITO, 'R' = RPS RECUSADO COM O MOTIVO.
      ******************************************************************
           03 NRT-SERIE              PIC X(05).
           03 NRT-NUMERO-RPS         PIC 9(08).
           03 NRT-SITUACAO           PIC X(01).
               88 NRT-EMITIDA        VALUE 'N'.
               88 NRT-CANCELADA      VALUE 'C'.
               88 NRT-RECUSADA       VALUE 'R'.
           03 NRT-NFSE-NUMERO        PIC 9(09).
           03 NRT-NFSE-DATA          PIC 9(08).
           03 NRT-NFSE-VERIFICACAO   PIC X(09).
           03 NRT-MOTIVO             PIC X(40).
