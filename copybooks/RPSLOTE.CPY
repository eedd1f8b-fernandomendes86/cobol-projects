      ******************************************************************
      * RPSLOTE - LAYOUT DO ARQUIVO DE LOTE DE RPS ENVIADO A PREFEITURA
      *           (ARQUIVO RPSLOTE, GERADO POR NFSERPS)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY RPSLOTE.
      *      LEIAUTE POSICIONAL DA PREFEITURA: UM REGISTRO '1'
      *      (CABECALHO, SEMPRE O PRIMEIRO) COM A INSCRICAO MUNICIPAL
      *      DO PRESTADOR E O PERIODO DAS DATAS DE EMISSAO; UM
      *      REGISTRO '3' POR RPS A CANCELAR (COBRANCA ESTORNADA); UM
      *      REGISTRO '2' POR RPS NOVO; E O REGISTRO '9' (RODAPE,
      *      SEMPRE O ULTIMO) COM AS QUANTIDADES E O VALOR TOTAL DOS
      *      RPS DO LOTE, QUE A PREFEITURA CONFERE NA RECEPCAO.
      ******************************************************************
           03 RPL-TIPO               PIC X(01).
               88 RPL-CABECALHO      VALUE '1'.
               88 RPL-DETALHE        VALUE '2'.
               88 RPL-CANCELAMENTO   VALUE '3'.
               88 RPL-RODAPE         VALUE '9'.
           03 RPL-DADOS              PIC X(199).
           03 RPL-CAB REDEFINES RPL-DADOS.
               05 RPL-CAB-VERSAO       PIC 9(03).
               05 RPL-CAB-INSCRICAO    PIC 9(08).
               05 RPL-CAB-DATA-INICIO  PIC 9(08).
               05 RPL-CAB-DATA-FIM     PIC 9(08).
               05 FILLER               PIC X(172).
           03 RPL-DET REDEFINES RPL-DADOS.
               05 RPL-DET-SERIE        PIC X(05).
               05 RPL-DET-NUMERO       PIC 9(08).
               05 RPL-DET-DATA-EMISSAO PIC 9(08).
               05 RPL-DET-SITUACAO     PIC X(01).
               05 RPL-DET-VALOR        PIC 9(13)V9(2).
               05 RPL-DET-SERVICO      PIC 9(05).
               05 RPL-DET-TOMADOR      PIC 9(06).
               05 RPL-DET-NOME         PIC X(30).
               05 RPL-DET-LOGRADOURO   PIC X(20).
               05 RPL-DET-NUMERO-END   PIC 9(05).
               05 RPL-DET-COMPLEMENTO  PIC X(10).
               05 RPL-DET-BAIRRO       PIC X(15).
               05 RPL-DET-CIDADE       PIC X(20).
               05 RPL-DET-UF           PIC X(02).
               05 RPL-DET-CEP          PIC 9(08).
               05 RPL-DET-DISCRIMINACAO PIC X(30).
               05 FILLER               PIC X(11).
           03 RPL-CAN REDEFINES RPL-DADOS.
               05 RPL-CAN-SERIE        PIC X(05).
               05 RPL-CAN-NUMERO       PIC 9(08).
               05 RPL-CAN-NFSE         PIC 9(09).
               05 RPL-CAN-DATA         PIC 9(08).
               05 RPL-CAN-MOTIVO       PIC X(30).
               05 FILLER               PIC X(139).
           03 RPL-ROD REDEFINES RPL-DADOS.
               05 RPL-ROD-QTD-RPS      PIC 9(07).
               05 RPL-ROD-VALOR-TOTAL  PIC 9(13)V9(2).
               05 RPL-ROD-QTD-CANCEL   PIC 9(07).
               05 FILLER               PIC X(170).
