      ******************************************************************
      * LOTECTL - REGISTRO DE CONTROLE DA NUMERACAO DE LOTES DO RAZLOTE
      *           (ARQUIVO RAZLTCTL, ATUALIZADO POR TODO GERADOR)
      * USO: COPY LOTECTL.  GUARDA O ULTIMO NUMERO DE LOTE ENTREGUE.
      *      CADA GERADOR DO RAZLOTE, AO ABRIR O LOTE DA SUA RODADA,
      *      SOMA UM E REGRAVA O REGISTRO - O NUMERO E UNICO ENTRE
      *      TODOS OS GERADORES.  ARQUIVO AUSENTE COMECA DO LOTE 1.
      ******************************************************************
           03 LCT-ULT-LOTE           PIC 9(06).
