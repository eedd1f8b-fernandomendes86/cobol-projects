               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT PARCCTL ASSIGN TO "PARCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARCCTL.
       01  LANC-REG.
           COPY LANCTO.

       FD  RAZLTCTL
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY LOTECTL.

       FD  PARCCTL
           LABEL RECORDS ARE STANDARD.
       01  PARC-CTL-REG.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-PARCCTL     PIC X(02).

       77 WS-FIM-ACORDOS        PIC X(01) VALUE 'N'.
           03 WS-HRO-NUMERO     PIC 9(06).
           03 FILLER            PIC X(09) VALUE SPACES.

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
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
               WHEN 1
                   PERFORM 3000-REGISTRAR-ACORDO
                       THRU 3000-REGISTRAR-ACORDO-EXIT
                   PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT
               WHEN 2
                   PERFORM 4000-GERAR-CICLO-MENSAL
                       THRU 4000-GERAR-CICLO-MENSAL-EXIT
                   PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT
               WHEN 3
                   PERFORM 5000-LISTAR-ACORDOS
               WHEN 4
      * MONTADO EM LANC-REG, CRIANDO O ARQUIVO NA PRIMEIRA GRAVACAO.
      ******************************************************************
       7000-GRAVAR-LANCAMENTO.
           PERFORM 7600-GRAVAR-ITEM-LOTE.

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
               MOVE 'PARCELA'       TO LANC-CAB-PROGRAMA
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
      * 8100-VERIFICAR-DIGITO-CHAVE - CONFERE O DIGITO VERIFICADOR DA
      * CHAVE EM WS-CHAVE-VERIFICAR (5 DIGITOS DE SEQUENCIA + DV,
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA: FECHA (RODAPE) O
      * LOTE DO RAZLOTE QUE A RODADA TENHA ABERTO.
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.
       END PROGRAM PARCELA.
