      * Date:
      * Purpose: Relatorio de idade dos saldos devedores do razao -
      *          varre o RAZMSTR, classifica cada conta devedora nas
      *          faixas de 30/60/90/120 e mais de 120 dias pelo
      *          vencimento do que esta em aberto em cada titulo do
      *          TITABER (o abatimento dos creditos ja esta feito nos
      *          titulos - ver TITULO.CPY), busca nome e UF no
      *          CLIEMSTR e totaliza cada faixa para a cobranca.
      * Tectonics: cobc
      ******************************************************************
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT RAZIDREL ASSIGN TO "RAZIDREL"
               ORGANIZATION IS LINE SEQUENTIAL
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  RAZIDREL
           LABEL RECORDS ARE STANDARD.
       01  WS-STATUS-AREA.
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-RAZIDREL    PIC X(02).

       77 WS-FIM-RAZMSTR        PIC X(01) VALUE 'N'.
           88 FIM-RAZMSTR       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.

       77 WS-DATA-REFERENCIA    PIC 9(08).
       77 WS-DIAS-REFERENCIA    PIC 9(07).
       77 WS-NOME-CLIENTE       PIC X(30).
       77 WS-UF-CLIENTE         PIC X(02).

       77 WS-VALOR-EM-ABERTO    PIC S9(9)V9(2) VALUE ZERO.
       77 WS-ABERTO-APURADO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-DIFERENCA-ABERTO   PIC S9(9)V9(2) VALUE ZERO.
           03 WS-GER-TOTAL          PIC S9(9)V9(2) VALUE ZERO.

      * CONVERSAO DE DATA AAAAMMDD EM DIAS CORRIDOS, PARA CALCULAR A
      * IDADE DE UM TITULO SEM DEPENDER DE ROTINAS EXTERNAS.
       01  WS-DATA-CONVERTER    PIC 9(08).
       01  WS-DATA-CONV-DEC REDEFINES WS-DATA-CONVERTER.
           03 WS-CONV-ANO       PIC 9(04).

      ******************************************************************
      * 2100-CLASSIFICAR-DEVEDOR - PARA A CONTA CORRENTE DO RAZMSTR,
      * DISTRIBUI NAS FAIXAS DE IDADE O QUE ESTA EM ABERTO NOS
      * TITULOS DE DEBITO DO CLIENTE.  O QUE OS TITULOS NAO EXPLICAM
      * (TITABER AUSENTE OU FORA DE PASSO - A TITPROVA ACUSA) CAI NA
      * FAIXA DA DATA DO ULTIMO LANCAMENTO DA CONTA, PARA O TOTAL DO
      * DEVEDOR CONTINUAR BATENDO COM O SALDO.
      ******************************************************************
       2100-CLASSIFICAR-DEVEDOR.
           MOVE RAZ-CHAVE TO WS-CLIENTE-ATUAL
           MOVE ZERO TO WS-CLI-FAIXA-120
           MOVE ZERO TO WS-CLI-FAIXA-MAIS-120

           MOVE ZERO TO WS-ABERTO-APURADO
           PERFORM 2110-CLASSIFICAR-TITULOS
               THRU 2110-CLASSIFICAR-TITULOS-EXIT

      * O QUE OS TITULOS NAO EXPLICAM VAI PARA A FAIXA DA DATA DO
      * ULTIMO LANCAMENTO DA CONTA.  DIFERENCA NEGATIVA (SALDO CREDOR
      * EM ABERTO NOS TITULOS, OU TITULOS QUE DEVEM MAIS QUE A CONTA)
      * E ABATIDA DA FAIXA MAIS ANTIGA PARA A MAIS NOVA, COMO UM
      * CREDITO APLICADO AO DEBITO MAIS ANTIGO.
           COMPUTE WS-DIFERENCA-ABERTO =
               WS-SALDO-DEVEDOR - WS-ABERTO-APURADO
           IF WS-DIFERENCA-ABERTO GREATER THAN ZERO
           EXIT.

      ******************************************************************
      * 2110-CLASSIFICAR-TITULOS - PERCORRE OS TITULOS DO CLIENTE
      * CORRENTE NO TITABER (START NA CHAVE DO CLIENTE COM SEQUENCIA
      * ZERO E READ NEXT ENQUANTO FOR O MESMO CLIENTE) E PASSA CADA
      * UM EM ABERTO POR 2120.
      ******************************************************************
       2110-CLASSIFICAR-TITULOS.
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 2110-CLASSIFICAR-TITULOS-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
           END-START
           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CLIENTE-ATUAL
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-EM-ABERTO
                               PERFORM 2120-CLASSIFICAR-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       2110-CLASSIFICAR-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 2120-CLASSIFICAR-TITULO - O QUE ESTA EM ABERTO NO TITULO DE
      * DEBITO CORRENTE E SOMADO NA FAIXA DE IDADE DO SEU VENCIMENTO;
      * SALDO CREDOR EM ABERTO SO ABATE O TOTAL APURADO (E DEPOIS AS
      * FAIXAS, PELA DIFERENCA EM 2100).
      ******************************************************************
       2120-CLASSIFICAR-TITULO.
           COMPUTE WS-VALOR-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           IF TIT-SALDO-CREDOR
               SUBTRACT WS-VALOR-EM-ABERTO FROM WS-ABERTO-APURADO
           ELSE
               MOVE TIT-DATA-VENCIMENTO TO WS-DATA-CONVERTER
               PERFORM 8000-CONVERTER-DATA-EM-DIAS
               MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-MOVIMENTO
               PERFORM 2130-SOMAR-NA-FAIXA
               ADD WS-VALOR-EM-ABERTO TO WS-ABERTO-APURADO
           END-IF.

      ******************************************************************
      * 2130-SOMAR-NA-FAIXA - SOMA WS-VALOR-EM-ABERTO NA FAIXA DE
      * IDADE CORRESPONDENTE AOS DIAS ENTRE O VENCIMENTO
      * (WS-DIAS-MOVIMENTO) E A DATA DE REFERENCIA.
      ******************************************************************
       2130-SOMAR-NA-FAIXA.
           END-EVALUATE.

      ******************************************************************
      * 2135-ABATER-EXCESSO-FAIXAS - QUANDO OS TITULOS EM ABERTO
      * SUPERAM O SALDO DEVEDOR (SALDO CREDOR EM ABERTO OU TITULOS
      * FORA DE PASSO COM A CONTA), ABATE O EXCESSO DAS FAIXAS, DA MAIS
      * ANTIGA PARA A MAIS NOVA, PARA QUE A SOMA DAS FAIXAS VOLTE A
      * BATER COM O TOTAL EM ABERTO DO DEVEDOR.
      ******************************************************************
