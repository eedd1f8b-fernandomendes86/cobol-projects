      ******************************************************************
      * TITLIQ - LAYOUT DO REGISTRO DE LIQUIDACAO DE TITULO (ARQUIVO
      *          TITLIQ, GRAVADO JUNTO COM O TITABER - VER TITULO.CPY)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY TITLIQ.
      *      UMA LINHA POR ABATIMENTO: QUAL MOVIMENTO (LIQ-SEQ-
      *      MOVIMENTO) QUITOU QUANTO DE QUAL TITULO (LIQ-SEQ-TITULO).
      *      OPERACOES:
      *      'L' - LIQUIDACAO: CREDITO OU BAIXA QUITANDO UM DEBITO, OU
      *            DEBITO NOVO CONSUMINDO UM SALDO CREDOR (O TITULO E O
      *            DEBITO E O MOVIMENTO E O CREDITO DO SALDO CREDOR);
      *      'E' - ESTORNO: O ESTORNO LIQUIDOU O PROPRIO TITULO QUE ELE
      *            ANULA (DEBITO ESTORNADO OU SALDO CREDOR DO CREDITO
      *            ESTORNADO);
      *      'R' - REABERTURA: O ESTORNO DO CREDITO LIQ-SEQ-TITULO
      *            DESFEZ TODAS AS LIQUIDACOES 'L' DELE, NO VALOR
      *            TOTAL REABERTO.
      *      MOV-SEQ E UNICA NO RAZMOVS, ENTAO LIQ-SEQ-MOVIMENTO
      *      IDENTIFICA O CREDITO MESMO DEPOIS DE UMA FUSAO DE CLIENTES
      *      (LIQ-CHAVE-CLIENTE GUARDA A CHAVE DA EPOCA).
      ******************************************************************
           03 LIQ-DATA               PIC 9(08).
           03 LIQ-CHAVE-CLIENTE      PIC 9(06).
           03 LIQ-SEQ-TITULO         PIC 9(06).
           03 LIQ-SEQ-MOVIMENTO      PIC 9(06).
           03 LIQ-TIPO-MOVIMENTO     PIC X(01).
           03 LIQ-OPERACAO           PIC X(01).
               88 LIQ-LIQUIDACAO     VALUE 'L'.
               88 LIQ-ESTORNO        VALUE 'E'.
               88 LIQ-REABERTURA     VALUE 'R'.
           03 LIQ-VALOR              PIC S9(9)V9(2).
           03 LIQ-ORIGEM             PIC X(08).
