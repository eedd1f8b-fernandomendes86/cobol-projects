      ******************************************************************
      * TITULO - LAYOUT DO TITULO DO CONTAS A RECEBER (ARQUIVO TITABER,
      *          CHAVE TIT-CHAVE, MANTIDO POR RAZAO E BAIXAPER E
      *          CARREGADO UMA VEZ POR TITCARGA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY TITULO.
      *      UM TITULO POR DEBITO DO RAZMOVS (TIT-SEQ = MOV-SEQ DO
      *      DEBITO) COM O VALOR ORIGINAL, O JA QUITADO E A SITUACAO -
      *      E DESTE ARQUIVO QUE RAZIDADE, COBRANCA, RAZJUROS, RETBANCO
      *      E SUSPMAN TIRAM O QUE ESTA EM ABERTO, EM VEZ DE REFAZER O
      *      ABATIMENTO NO RAZMOVS.  O CREDITO QUE NAO ENCONTRA DEBITO
      *      EM ABERTO VIRA UM TITULO DE SALDO CREDOR (TIPO 'C' OU 'B',
      *      TIT-SEQ = MOV-SEQ DO CREDITO), CONSUMIDO PELOS DEBITOS
      *      SEGUINTES.  A CHAVE POR CLIENTE + SEQUENCIA DEIXA OS
      *      TITULOS DE UM CLIENTE EM ORDEM DE LANCAMENTO (START NA
      *      CHAVE DO CLIENTE COM SEQUENCIA ZERO E READ NEXT ENQUANTO
      *      FOR O MESMO CLIENTE).  TIT-SEQ ZERO E O SALDO ANTERIOR AO
      *      INICIO DO RAZMOVS, GRAVADO PELO TITCARGA.
      *      VENCIMENTO: O SISTEMA NAO TEM PRAZO DE PAGAMENTO PROPRIO -
      *      O VENCIMENTO E A DATA DO LANCAMENTO DO DEBITO, A MESMA DATA
      *      QUE IDADE, COBRANCA E ENCARGOS SEMPRE USARAM.
      *      REGRAS DE LIQUIDACAO (CADA ABATIMENTO SAI NO TITLIQ):
      *      - DEBITO: CONSOME PRIMEIRO OS TITULOS DE SALDO CREDOR DO
      *        CLIENTE, DO MAIS ANTIGO PARA O MAIS NOVO; O QUE SOBRA
      *        FICA EM ABERTO NO TITULO NOVO DO DEBITO.
      *      - CREDITO E BAIXA DE PERDAS: QUITAM OS DEBITOS EM ABERTO
      *        DO CLIENTE DO MAIS ANTIGO PARA O MAIS NOVO (ORDEM DA
      *        CHAVE); A SOBRA VIRA TITULO DE SALDO CREDOR.
      *      - ESTORNO DE DEBITO (CREDITO COM HISTORICO ESTORNO.CPY):
      *        QUITA PRIMEIRO O PROPRIO TITULO ESTORNADO, QUE FICA
      *        'E'; A SOBRA SEGUE A REGRA DO CREDITO.
      *      - ESTORNO DE CREDITO (DEBITO COM HISTORICO ESTORNO.CPY):
      *        REABRE OS TITULOS QUE AQUELE CREDITO QUITOU (PELO
      *        TITLIQ) E ENCERRA COMO 'E' O SALDO CREDOR QUE ELE AINDA
      *        TINHA; A SOBRA SEGUE A REGRA DO DEBITO.  POR FIM OS
      *        SALDOS CREDORES QUE RESTAREM QUITAM OS DEBITOS
      *        REABERTOS, PELA REGRA DO CREDITO.
      *      EM ABERTO = TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO.  A SOMA
      *      DO EM ABERTO DOS DEBITOS MENOS A DOS SALDOS CREDORES DE UM
      *      CLIENTE E O SALDO DEVEDOR DA CONTA NO RAZMSTR - E O QUE A
      *      PROVA NOTURNA TITPROVA CONFERE.
      ******************************************************************
           03 TIT-CHAVE.
               05 TIT-CHAVE-CLIENTE  PIC 9(06).
               05 TIT-SEQ            PIC 9(06).
      *      TIPO DO MOVIMENTO QUE DEU ORIGEM AO TITULO (MOV-TIPO).
           03 TIT-TIPO               PIC X(01).
               88 TIT-DEBITO         VALUE 'D'.
               88 TIT-SALDO-CREDOR   VALUE 'C' 'B'.
           03 TIT-DATA               PIC 9(08).
           03 TIT-DATA-VENCIMENTO    PIC 9(08).
           03 TIT-HISTORICO          PIC X(30).
           03 TIT-ORIGEM             PIC X(08).
           03 TIT-VALOR-ORIGINAL     PIC S9(9)V9(2).
           03 TIT-VALOR-QUITADO      PIC S9(9)V9(2).
           03 TIT-SITUACAO           PIC X(01).
               88 TIT-ABERTO         VALUE 'A'.
               88 TIT-PARCIAL        VALUE 'P'.
               88 TIT-QUITADO        VALUE 'Q'.
               88 TIT-ESTORNADO      VALUE 'E'.
               88 TIT-EM-ABERTO      VALUE 'A' 'P'.
           03 TIT-DATA-ULT-BAIXA     PIC 9(08).
