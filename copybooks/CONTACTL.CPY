      ******************************************************************
      * CONTACTL - LAYOUT DO REGISTRO DE DIAS ENVIADOS A CONTABILIDADE
      *            (ARQUIVO CONTACTL, MANTIDO POR CONTADIA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY CONTACTL.
      *      UMA LINHA POR DIA DE MOVIMENTO CUJO CONTALAN FOI GERADO
      *      FECHADO, COM QUANDO FOI GERADO E OS TOTAIS DE CONTROLE.
      *      E POR ELE QUE O CONTADIA RECUSA GERAR O MESMO DIA DUAS
      *      VEZES.
      ******************************************************************
           03 CCT-DATA-MOVIMENTO     PIC 9(08).
           03 CCT-DATA-GERACAO       PIC 9(08).
           03 CCT-HORA-GERACAO       PIC 9(06).
           03 CCT-QTD-MOVIMENTOS     PIC 9(07).
           03 CCT-TOTAL-DEBITO       PIC 9(13)V9(2).
           03 CCT-TOTAL-CREDITO      PIC 9(13)V9(2).
