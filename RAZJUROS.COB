      * Author:
      * Date:
      * Purpose: Apuracao mensal de encargos de atraso - varre as
      *          contas devedoras do RAZMSTR como o RAZIDADE e, sobre
      *          o que segue em aberto nos titulos de debito do
      *          TITABER (os creditos ja abatidos do mais antigo para o
      *          mais novo - ver TITULO.CPY) com vencimento alem da
      *          carencia, cobra POR
      *          RODADA um mes de juros; a multa e unica, cobrada na
      *          PRIMEIRA APURACAO em que o debito aparece alem da
      *          carencia (debito que ja estava vencido na apuracao
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT RAZLOTE ASSIGN TO "RAZLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT RAZJUREL ASSIGN TO "RAZJUREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZJUREL.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  RAZLOTE
           LABEL RECORDS ARE STANDARD.
       01  LANC-REG.
           COPY LANCTO.

       FD  RAZLTCTL
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY LOTECTL.

       FD  RAZJUREL
           LABEL RECORDS ARE STANDARD.
       01  JUR-LINHA-REG.
       01  WS-STATUS-AREA.
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-RAZJUREL    PIC X(02).
           03 WS-FS-RAZJRCTL    PIC X(02).

       77 WS-FIM-RAZMSTR        PIC X(01) VALUE 'N'.
           88 FIM-RAZMSTR       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.

      * PARAMETROS DA APURACAO - ZERO NO ACCEPT ASSUME O PADRAO DA
      * CASA: 30 DIAS DE CARENCIA, MULTA DE 2,00% E JUROS DE 1,00%
       77 WS-QTD-DEVEDORES      PIC 9(05) VALUE ZERO.
       77 WS-QTD-ENCARGOS       PIC 9(05) VALUE ZERO.

       77 WS-VALOR-EM-ABERTO    PIC S9(9)V9(2) VALUE ZERO.
       77 WS-IDADE-DIAS         PIC S9(07).
       77 WS-DIAS-MOVIMENTO     PIC 9(07).
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VAL.
           03 WS-DIAS-ATE-MES   OCCURS 12 TIMES PIC 9(03).

      * LOTE DO RAZLOTE DESTA RODADA (VER LANCTO.CPY): O CABECALHO SAI
      * COM O PRIMEIRO LANCAMENTO GRAVADO E O RODAPE, COM A
      * QUANTIDADE E OS TOTAIS ACUMULADOS AQUI, NO FECHAMENTO (7650).
       77 WS-LOTE-ABERTO        PIC X(01) VALUE 'N'.
           88 LOTE-ABERTO       VALUE 'S'.
       77 WS-LOTE-NUMERO        PIC 9(06) VALUE ZERO.
       77 WS-LOTE-DATA          PIC 9(08) VALUE ZERO.
       77 WS-LOTE-QTD           PIC 9(06) VALUE ZERO.
       77 WS-LOTE-TOTAL-DEB     PIC S9(11)V9(2) VALUE ZERO.
       77 WS-LOTE-TOTAL-CRED    PIC S9(11)V9(2) VALUE ZERO.
       77 WS-LOTE-ITEM          PIC X(56).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EXIT.

      ******************************************************************
      * 2100-APURAR-DEVEDOR - PERCORRE OS TITULOS DA CONTA CORRENTE
      * (MESMA FONTE DO RAZIDADE) E ACUMULA MULTA E JUROS SOBRE CADA
      * DEBITO QUE SEGUE EM ABERTO ALEM DA CARENCIA.  HAVENDO
      * ENCARGO, LANCA E RELATA.
      ******************************************************************
           MOVE ZERO TO WS-CLI-JUROS
           MOVE ZERO TO WS-CLI-ENCARGO

           PERFORM 2110-ENCARGAR-TITULOS
               THRU 2110-ENCARGAR-TITULOS-EXIT

           COMPUTE WS-CLI-ENCARGO = WS-CLI-MULTA + WS-CLI-JUROS
           IF WS-CLI-ENCARGO EQUAL ZERO
           EXIT.

      ******************************************************************
      * 2110-ENCARGAR-TITULOS - PERCORRE OS TITULOS DO CLIENTE
      * CORRENTE NO TITABER (START NA CHAVE DO CLIENTE COM SEQUENCIA
      * ZERO E READ NEXT ENQUANTO FOR O MESMO CLIENTE); CADA TITULO DE
      * DEBITO COMUM EM ABERTO PASSA POR 2120 PARA ACUMULAR O ENCARGO.
      * TITULOS DE ENCARGO DE RODADAS ANTERIORES SAO PULADOS - A BASE
      * DE JUROS NUNCA INCLUI ENCARGO JA LANCADO.  O TITULO DE SALDO
      * ANTERIOR AO RAZMOVS (SEQUENCIA ZERO, DO TITCARGA) TAMBEM FICA
      * FORA DA BASE, COMO SEMPRE FICOU.
      ******************************************************************
       2110-ENCARGAR-TITULOS.
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 2110-ENCARGAR-TITULOS-EXIT
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
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               AND TIT-SEQ NOT EQUAL ZERO
                               AND TIT-HISTORICO (1:8)
                                   NOT EQUAL WS-HIST-ENC-PREFIXO
                               PERFORM 2120-ENCARGAR-TITULO
                                   THRU 2120-ENCARGAR-TITULO-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       2110-ENCARGAR-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 2120-ENCARGAR-TITULO - O QUE SEGUE EM ABERTO NO TITULO
      * CORRENTE, VENCIDO ALEM DA CARENCIA, GERA, NESTA RODADA, UM MES
      * DE JUROS.  A MULTA E UNICA E A DECIDE O CONTROLE, NAO A
      * CADENCIA: SO LEVA MULTA O DEBITO QUE AINDA NAO ESTAVA ALEM DA
      * CARENCIA NA DATA DA APURACAO ANTERIOR (OU QUANDO NUNCA HOUVE
      * ATRASO SOMAM N MESES DE JUROS E UMA MULTA - NUNCA MAIS QUE
      * ISSO, E NUNCA MENOS A MULTA.
      ******************************************************************
       2120-ENCARGAR-TITULO.
           COMPUTE WS-VALOR-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO

           MOVE TIT-DATA-VENCIMENTO TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-MOVIMENTO
           COMPUTE WS-IDADE-DIAS =
               WS-DIAS-REFERENCIA - WS-DIAS-MOVIMENTO
           IF WS-IDADE-DIAS <= WS-CARENCIA-DIAS
               GO TO 2120-ENCARGAR-TITULO-FIM
           END-IF

           ADD WS-VALOR-EM-ABERTO TO WS-CLI-BASE-ATRASO
           END-IF
           COMPUTE WS-CLI-JUROS ROUNDED = WS-CLI-JUROS +
               (WS-VALOR-EM-ABERTO * WS-PCT-JUROS-MES / 100).
       2120-ENCARGAR-TITULO-FIM.
           EXIT.

      ******************************************************************
           MOVE WS-DATA-REFERENCIA TO LANC-DATA
           MOVE WS-HISTORICO-ENC   TO LANC-HISTORICO

           PERFORM 7600-GRAVAR-ITEM-LOTE.

      ******************************************************************
      * 2500-GRAVAR-TOTAIS - GRAVA A LINHA DE TOTAIS GERAIS DO
           WRITE JUR-CTL-REG
           CLOSE RAZJRCTL.

      ******************************************************************
      * 7600-GRAVAR-ITEM-LOTE - GRAVA NO RAZLOTE O LANCAMENTO JA
      * MONTADO EM LANC-REG, DENTRO DO LOTE DESTA RODADA.  NA PRIMEIRA
      * GRAVACAO NUMERA O LOTE (7610) E GRAVA O CABECALHO; CADA ITEM
      * SOMA NA QUANTIDADE E NOS TOTAIS QUE 7650 GRAVA NO RODAPE.
      ******************************************************************
       7600-GRAVAR-ITEM-LOTE.
           MOVE LANC-REG TO WS-LOTE-ITEM
           OPEN EXTEND RAZLOTE
           IF WS-FS-RAZLOTE EQUAL '35'
               OPEN OUTPUT RAZLOTE
               CLOSE RAZLOTE
               OPEN EXTEND RAZLOTE
           END-IF

           IF NOT LOTE-ABERTO
               PERFORM 7610-NUMERAR-LOTE
               MOVE SPACES          TO LANC-REG
               MOVE ZERO            TO LANC-CHAVE-CLIENTE
               MOVE 'H'             TO LANC-TIPO
               MOVE WS-LOTE-NUMERO  TO LANC-CAB-LOTE
               MOVE 'RAZJUROS'      TO LANC-CAB-PROGRAMA
               MOVE WS-LOTE-DATA    TO LANC-CAB-DATA
               WRITE LANC-REG
               MOVE 'S' TO WS-LOTE-ABERTO
           END-IF

           MOVE WS-LOTE-ITEM TO LANC-REG
           ADD 1 TO WS-LOTE-QTD
           IF LANC-DEBITO
               ADD LANC-VALOR TO WS-LOTE-TOTAL-DEB
           ELSE
               ADD LANC-VALOR TO WS-LOTE-TOTAL-CRED
           END-IF
           WRITE LANC-REG
           CLOSE RAZLOTE.

      ******************************************************************
      * 7610-NUMERAR-LOTE - TOMA NO RAZLTCTL O PROXIMO NUMERO DE LOTE
      * (UNICO ENTRE TODOS OS GERADORES DO RAZLOTE), REGRAVA O
      * CONTROLE E ZERA OS ACUMULADORES DO RODAPE.  CONTROLE AUSENTE
      * COMECA DO LOTE 1.
      ******************************************************************
       7610-NUMERAR-LOTE.
           MOVE ZERO TO WS-LOTE-NUMERO
           OPEN INPUT RAZLTCTL
           IF WS-FS-RAZLTCTL EQUAL '00'
               READ RAZLTCTL
               IF WS-FS-RAZLTCTL EQUAL '00'
                   MOVE LCT-ULT-LOTE TO WS-LOTE-NUMERO
               END-IF
               CLOSE RAZLTCTL
           END-IF
           ADD 1 TO WS-LOTE-NUMERO
           MOVE WS-LOTE-NUMERO TO LCT-ULT-LOTE
           OPEN OUTPUT RAZLTCTL
           WRITE LCT-REG
           CLOSE RAZLTCTL

           MOVE ZERO TO WS-LOTE-QTD
           MOVE ZERO TO WS-LOTE-TOTAL-DEB
           MOVE ZERO TO WS-LOTE-TOTAL-CRED
           ACCEPT WS-LOTE-DATA FROM DATE YYYYMMDD.

      ******************************************************************
      * 7650-FECHAR-LOTE - GRAVA O RODAPE DO LOTE ABERTO, COM A
      * QUANTIDADE DE ITENS E OS TOTAIS DE DEBITO E DE CREDITO QUE O
      * RAZAO CONFERE ANTES DE APLICAR O LOTE.  SEM LOTE ABERTO
      * (NENHUM LANCAMENTO GRAVADO) NAO GRAVA NADA.
      ******************************************************************
       7650-FECHAR-LOTE.
           IF NOT LOTE-ABERTO
               GO TO 7650-FECHAR-LOTE-EXIT
           END-IF

           OPEN EXTEND RAZLOTE
           MOVE SPACES             TO LANC-REG
           MOVE ZERO               TO LANC-CHAVE-CLIENTE
           MOVE 'T'                TO LANC-TIPO
           MOVE WS-LOTE-NUMERO     TO LANC-ROD-LOTE
           MOVE WS-LOTE-QTD        TO LANC-ROD-QTD
           MOVE WS-LOTE-TOTAL-DEB  TO LANC-ROD-TOTAL-DEB
           MOVE WS-LOTE-TOTAL-CRED TO LANC-ROD-TOTAL-CRED
           WRITE LANC-REG
           CLOSE RAZLOTE

           MOVE 'N' TO WS-LOTE-ABERTO
           DISPLAY 'LOTE ' WS-LOTE-NUMERO ' FECHADO NO RAZLOTE - '
               'ITENS: ' WS-LOTE-QTD.
       7650-FECHAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-CONVERTER-DATA-EM-DIAS - CONVERTE A DATA AAAAMMDD EM
      * WS-DATA-CONVERTER PARA DIAS CORRIDOS (WS-DIAS-CONVERTIDOS),
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA: FECHA (RODAPE) O
      * LOTE DO RAZLOTE QUE A RODADA TENHA ABERTO.
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.
       END PROGRAM RAZJUROS.
