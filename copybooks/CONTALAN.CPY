      ******************************************************************
      * CONTALAN - LAYOUT DO ARQUIVO DE PARTIDAS PARA O RAZAO GERAL
      *            DA CONTABILIDADE (ARQUIVO CONTALAN, GERADO POR
      *            CONTADIA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY CONTALAN.
      *      CTB-TIPO-REG 'L' = UMA PARTIDA (CONTA, NATUREZA D/C E
      *      VALOR); CADA LANCAMENTO E UM PAR DE PARTIDAS D E C DE
      *      MESMO VALOR E MESMO CTB-NUMERO.  O REGISTRO 'T' (SEMPRE O
      *      ULTIMO) TRAZ OS TOTAIS DE CONTROLE: PARTIDAS, DEBITOS,
      *      CREDITOS E O TOTAL DOS MOVIMENTOS DO RAZMOVS DE ORIGEM,
      *      PARA A CONTABILIDADE CONFERIR NA RECEPCAO.
      ******************************************************************
           03 CTB-TIPO-REG           PIC X(01).
               88 CTB-PARTIDA        VALUE 'L'.
               88 CTB-TOTAIS         VALUE 'T'.
           03 CTB-DADOS              PIC X(79).
           03 CTB-LAN REDEFINES CTB-DADOS.
               05 CTB-DATA             PIC 9(08).
               05 CTB-NUMERO           PIC 9(05).
               05 CTB-CONTA            PIC X(12).
               05 CTB-NATUREZA         PIC X(01).
               05 CTB-VALOR            PIC 9(11)V9(2).
               05 CTB-TIPO-MOV         PIC X(04).
               05 CTB-HISTORICO        PIC X(30).
               05 FILLER               PIC X(06).
           03 CTB-TOT REDEFINES CTB-DADOS.
               05 CTB-TOT-DATA         PIC 9(08).
               05 CTB-TOT-QTD-PARTIDAS PIC 9(07).
               05 CTB-TOT-DEBITO       PIC 9(13)V9(2).
               05 CTB-TOT-CREDITO      PIC 9(13)V9(2).
               05 CTB-TOT-QTD-MOV      PIC 9(07).
               05 CTB-TOT-VALOR-MOV    PIC 9(13)V9(2).
               05 FILLER               PIC X(12).
