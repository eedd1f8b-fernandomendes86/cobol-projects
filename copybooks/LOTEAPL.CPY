      ******************************************************************
      * LOTEAPL - LAYOUT DO LOTE DO RAZLOTE JA APLICADO PELO RAZAO
      *           (ARQUIVO RAZLTAPL, CHAVE APL-LOTE, MANTIDO POR RAZAO)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY LOTEAPL.
      *      UM REGISTRO POR LOTE ACEITO, GRAVADO COMO 'A' QUANDO O
      *      RAZAO COMECA A APLICA-LO (ANTES DO PRIMEIRO ITEM) E
      *      REGRAVADO COMO 'C' AO CHEGAR AO RODAPE.  LOTE QUE JA
      *      CONSTA AQUI E RECUSADO PELO RAZAO: 'C' COMO JA APLICADO;
      *      'A' COMO APLICACAO INTERROMPIDA (RETURN-CODE 8) - UMA
      *      QUEDA NO MEIO DO LOTE, CUJO RESTO A OPERACAO CONFERE
      *      CONTRA O RAZMOVS (MOV-ORIGEM 'LT' + NUMERO) E REAPRESENTA
      *      NUM LOTE NOVO.  DO MENSALID, APL-DATA-LOTE E A COMPETENCIA
      *      (AAAAMM01) E SO UM LOTE POR COMPETENCIA E APLICADO.
      ******************************************************************
           03 APL-LOTE               PIC 9(06).
           03 APL-PROGRAMA           PIC X(08).
           03 APL-DATA-LOTE          PIC 9(08).
           03 APL-DATA-APLICACAO     PIC 9(08).
           03 APL-QTD-ITENS          PIC 9(06).
           03 APL-TOTAL-DEB          PIC S9(11)V9(2).
           03 APL-TOTAL-CRED         PIC S9(11)V9(2).
           03 APL-SITUACAO           PIC X(01).
               88 APL-APLICANDO      VALUE 'A'.
               88 APL-CONCLUIDO      VALUE 'C'.
