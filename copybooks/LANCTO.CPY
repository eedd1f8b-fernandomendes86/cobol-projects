      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY LANCTO.
      *      CADA LINHA DO ARQUIVO RAZLOTE E UM LANCAMENTO CONTRA A
      *      CONTA DO CLIENTE IDENTIFICADO POR LANC-CHAVE-CLIENTE.
      *      OS LANCAMENTOS VEM EM LOTES IDENTIFICADOS: CADA RODADA DE
      *      UM GERADOR ABRE O LOTE COM UM CABECALHO ('H' - PROGRAMA
      *      DE ORIGEM, NUMERO DO LOTE DO RAZLTCTL E DATA - NO
      *      MENSALID, A COMPETENCIA AAAAMM01) E O FECHA
      *      COM UM RODAPE ('T' - QUANTIDADE DE ITENS E TOTAIS DE
      *      DEBITO E DE CREDITO).  CABECALHO E RODAPE LEVAM A CHAVE
      *      ZERADA E NAO SAO LANCAMENTOS - QUEM LE O RAZLOTE PULA OS
      *      DOIS.  O RAZAO SO APLICA O LOTE QUE CONFERE COM O RODAPE
      *      E QUE AINDA NAO CONSTA DO RAZLTAPL.
      ******************************************************************
           03 LANC-CHAVE-CLIENTE     PIC 9(06).
           03 LANC-TIPO              PIC X(01).
               88 LANC-DEBITO        VALUE 'D'.
               88 LANC-CREDITO       VALUE 'C'.
               88 LANC-CABECALHO     VALUE 'H'.
               88 LANC-RODAPE        VALUE 'T'.
               88 LANC-CONTROLE-LOTE VALUE 'H' 'T'.
           03 LANC-DADOS-ITEM.
               05 LANC-VALOR         PIC S9(9)V9(2).
               05 LANC-DATA          PIC 9(08).
               05 LANC-HISTORICO     PIC X(30).
           03 LANC-DADOS-CAB REDEFINES LANC-DADOS-ITEM.
               05 LANC-CAB-LOTE      PIC 9(06).
               05 LANC-CAB-PROGRAMA  PIC X(08).
               05 LANC-CAB-DATA      PIC 9(08).
               05 FILLER             PIC X(27).
           03 LANC-DADOS-ROD REDEFINES LANC-DADOS-ITEM.
               05 LANC-ROD-LOTE      PIC 9(06).
               05 LANC-ROD-QTD       PIC 9(06).
               05 LANC-ROD-TOTAL-DEB PIC S9(11)V9(2).
               05 LANC-ROD-TOTAL-CRED PIC S9(11)V9(2).
               05 FILLER             PIC X(11).
