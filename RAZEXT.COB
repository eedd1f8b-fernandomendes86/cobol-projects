      *          cliente ou uma faixa de chaves, o saldo de abertura,
      *          cada movimento com saldo corrente e o saldo de
      *          fechamento de um periodo pedido, a partir do detalhe
      *          preservado em RAZMOVS pelo RAZAO.  O movimento
      *          estornado pelo RAZESTOR e o seu estorno saem
      *          marcados como par, cada um apontando a sequencia
      *          do outro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

           SELECT MOVPAR ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVPAR.

           SELECT RAZEXREL ASSIGN TO "RAZEXREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZEXREL.

           SELECT EXTSORT ASSIGN TO "EXTSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  RAZMOVS
       01  MOV-REG.
           COPY RAZMOV.

      * SEGUNDA LEITURA DO RAZMOVS, PARA ACHAR O ESTORNO DE UM
      * MOVIMENTO SEM PERDER A POSICAO DA LISTAGEM.
       FD  MOVPAR
           LABEL RECORDS ARE STANDARD.
       01  MVP-REG.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==MVP-==.

       FD  RAZEXREL
           LABEL RECORDS ARE STANDARD.
       01  EXTR-LINHA-REG.
           COPY RAZEXTR.

      * ARQUIVO DE TRABALHO DO SORT - UMA CHAVE DE CLIENTE POR
      * MOVIMENTO DA FAIXA PEDIDA.
       SD  EXTSORT.
       01  SRT-REG.
           03 SRT-CHAVE         PIC 9(06).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-RAZEXREL    PIC X(02).
           03 WS-FS-MOVPAR      PIC X(02).

       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-MOVPAR         PIC X(01) VALUE 'N'.
           88 FIM-MOVPAR        VALUE 'S'.
       77 WS-FIM-EXTSORT        PIC X(01) VALUE 'N'.
           88 FIM-EXTSORT       VALUE 'S'.

       77 WS-CHAVE-INI          PIC 9(06).
       77 WS-CHAVE-FIM          PIC 9(06).
       77 WS-DATA-FIM           PIC 9(08).
       77 WS-DATA-TROCA         PIC 9(08).

       77 WS-CLIENTE-ATUAL      PIC 9(06).
       77 WS-SALDO-ABERTURA     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-SALDO-CORRENTE     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-QTD-MOVIMENTOS     PIC 9(05) VALUE ZERO.
       77 WS-QTD-EXTRATOS       PIC 9(06) VALUE ZERO.

      * PAR ORIGINAL/ESTORNO (VER ESTORNO.CPY).  SO CLIENTE COM ALGUM
      * ESTORNO NO RAZMOVS PAGA A PROCURA DO PAR MOVIMENTO A MOVIMENTO.
       77 WS-QTD-ESTORNOS       PIC 9(05) VALUE ZERO.
       01  WS-HIST-LIDO.
           COPY ESTORNO.
       01  WS-HIST-PROCURADO.
           COPY ESTORNO REPLACING LEADING ==EST-== BY ==ESP-==.
       77 WS-ESTORNO-OK         PIC X(01).
           88 ESTORNO-ACHADO    VALUE 'S'.
       77 WS-SEQ-ESTORNO        PIC 9(06).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           SORT EXTSORT ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 2000-LEVANTAR-CLIENTES
                   THRU 2000-LEVANTAR-CLIENTES-EXIT
               OUTPUT PROCEDURE IS 3000-EMITIR-EXTRATOS
                   THRU 3000-EMITIR-EXTRATOS-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

           EXIT.

      ******************************************************************
      * 2000-LEVANTAR-CLIENTES - VARRE O RAZMOVS UMA VEZ E ENTREGA AO
      * SORT A CHAVE DE CADA MOVIMENTO DA FAIXA PEDIDA, PARA QUE 3000
      * EMITA UM EXTRATO POR CLIENTE, EM ORDEM CRESCENTE DE CHAVE, SEM
      * PERCORRER CHAVES SEM MOVIMENTO.
      ******************************************************************
       2000-LEVANTAR-CLIENTES.
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE >= WS-CHAVE-INI
                           AND MOV-CHAVE-CLIENTE <= WS-CHAVE-FIM
                           MOVE MOV-CHAVE-CLIENTE TO SRT-CHAVE
                           RELEASE SRT-REG
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      ******************************************************************
      * 3000-EMITIR-EXTRATOS - RECEBE DO SORT AS CHAVES EM ORDEM
      * CRESCENTE E EMITE UM EXTRATO (ABERTURA + MOVIMENTOS +
      * FECHAMENTO) PARA CADA CLIENTE DISTINTO.  O RELATORIO RAZEXREL
      * SO E ABERTO NO PRIMEIRO CLIENTE.
      ******************************************************************
       3000-EMITIR-EXTRATOS.
           MOVE ZERO TO WS-QTD-EXTRATOS
           MOVE 'N' TO WS-FIM-EXTSORT

           PERFORM UNTIL FIM-EXTSORT
               RETURN EXTSORT
                   AT END
                       SET FIM-EXTSORT TO TRUE
                   NOT AT END
                       IF WS-QTD-EXTRATOS EQUAL ZERO
                           OR SRT-CHAVE NOT EQUAL WS-CLIENTE-ATUAL
                           IF WS-QTD-EXTRATOS EQUAL ZERO
                               OPEN OUTPUT RAZEXREL
                           END-IF
                           MOVE SRT-CHAVE TO WS-CLIENTE-ATUAL
                           PERFORM 3100-EXTRATO-DO-CLIENTE
                               THRU 3100-EXTRATO-DO-CLIENTE-EXIT
                           ADD 1 TO WS-QTD-EXTRATOS
                       END-IF
               END-RETURN
           END-PERFORM

           IF WS-QTD-EXTRATOS EQUAL ZERO
               DISPLAY 'NENHUM MOVIMENTO NA FAIXA DE CHAVES PEDIDA'
               GO TO 3000-EMITIR-EXTRATOS-EXIT
           END-IF

           CLOSE RAZEXREL
           DISPLAY 'EXTRATOS EMITIDOS: ' WS-QTD-EXTRATOS
               ' (ARQUIVO RAZEXREL)'.
      ******************************************************************
      * 3110-CALCULAR-ABERTURA - SOMA EM WS-SALDO-ABERTURA TODOS OS
      * MOVIMENTOS DO CLIENTE ANTERIORES A DATA INICIAL DO PERIODO
      * (DEBITO SUBTRAI, CREDITO SOMA, COMO NO RAZAO).  NA MESMA
      * PASSADA CONTA OS ESTORNOS DO CLIENTE EM WS-QTD-ESTORNOS.
      ******************************************************************
       3110-CALCULAR-ABERTURA.
           MOVE ZERO TO WS-SALDO-ABERTURA
           MOVE ZERO TO WS-QTD-ESTORNOS
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                           MOVE MOV-HISTORICO TO WS-HIST-LIDO
                           IF EST-E-ESTORNO
                               ADD 1 TO WS-QTD-ESTORNOS
                           END-IF
                       END-IF
                       IF MOV-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                           AND MOV-DATA LESS THAN WS-DATA-INI
                           IF MOV-DEBITO

      ******************************************************************
      * 3130-GRAVAR-LINHA-MOVIMENTO - APLICA O MOVIMENTO CORRENTE AO
      * SALDO E GRAVA A LINHA CORRESPONDENTE NO RAZEXREL, MARCANDO O
      * PAR ORIGINAL/ESTORNO QUANDO HOUVER.
      ******************************************************************
       3130-GRAVAR-LINHA-MOVIMENTO.
           IF MOV-DEBITO
           MOVE WS-SALDO-CORRENTE TO EXTR-SALDO-CORRENTE
           MOVE MOV-HISTORICO     TO EXTR-HISTORICO
           MOVE MOV-ORIGEM        TO EXTR-ORIGEM
           MOVE MOV-SEQ           TO EXTR-SEQ
           MOVE ZERO              TO EXTR-SEQ-PAR

           MOVE MOV-HISTORICO TO WS-HIST-LIDO
           IF EST-E-ESTORNO
               MOVE 'ESTORNO'        TO EXTR-MARCA
               MOVE EST-SEQ-ORIGINAL TO EXTR-SEQ-PAR
           ELSE
               IF WS-QTD-ESTORNOS GREATER THAN ZERO
                   PERFORM 3140-LOCALIZAR-ESTORNO
                       THRU 3140-LOCALIZAR-ESTORNO-EXIT
                   IF ESTORNO-ACHADO
                       MOVE 'ESTORNADO'    TO EXTR-MARCA
                       MOVE WS-SEQ-ESTORNO TO EXTR-SEQ-PAR
                   END-IF
               END-IF
           END-IF
           WRITE EXTR-LINHA-REG

           ADD 1 TO WS-QTD-MOVIMENTOS.

      ******************************************************************
      * 3140-LOCALIZAR-ESTORNO - PROCURA NA SEGUNDA LEITURA DO RAZMOVS
      * (MOVPAR) O ESTORNO DO MOVIMENTO CORRENTE, PELO HISTORICO QUE
      * O RAZESTOR MONTA COM A DATA E A SEQUENCIA DO ORIGINAL.
      ******************************************************************
       3140-LOCALIZAR-ESTORNO.
           MOVE 'N' TO WS-ESTORNO-OK
           MOVE ZERO TO WS-SEQ-ESTORNO
           MOVE SPACES    TO WS-HIST-PROCURADO
           MOVE 'ESTORNO ' TO ESP-PREFIXO
           MOVE MOV-DATA  TO ESP-DATA-ORIGINAL
           MOVE MOV-SEQ   TO ESP-SEQ-ORIGINAL
           MOVE 'N' TO WS-FIM-MOVPAR

           OPEN INPUT MOVPAR
           IF WS-FS-MOVPAR NOT EQUAL '00'
               GO TO 3140-LOCALIZAR-ESTORNO-EXIT
           END-IF

           PERFORM UNTIL FIM-MOVPAR OR ESTORNO-ACHADO
               READ MOVPAR
                   AT END
                       SET FIM-MOVPAR TO TRUE
                   NOT AT END
                       IF MVP-CHAVE-CLIENTE EQUAL MOV-CHAVE-CLIENTE
                           AND MVP-HISTORICO EQUAL WS-HIST-PROCURADO
                           MOVE 'S' TO WS-ESTORNO-OK
                           MOVE MVP-SEQ TO WS-SEQ-ESTORNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVPAR.
       3140-LOCALIZAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
