               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZANREL.

           SELECT ANUSORT ASSIGN TO "ANUSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  RAZHIST
       01  ANU-LINHA-REG.
           COPY ANUALREL.

      * ARQUIVO DE TRABALHO DO SORT - UMA CHAVE DE CONTA POR RETRATO
      * DO ANO PEDIDO.
       SD  ANUSORT.
       01  SRT-REG.
           03 SRT-CHAVE         PIC 9(06).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.

       77 WS-FIM-RAZHIST        PIC X(01) VALUE 'N'.
           88 FIM-RAZHIST       VALUE 'S'.
       77 WS-FIM-ANUSORT        PIC X(01) VALUE 'N'.
           88 FIM-ANUSORT       VALUE 'S'.

       77 WS-ANO-PEDIDO         PIC 9(04).
       01  WS-PERIODO-REG.
           03 WS-PER-ANO        PIC 9(04).
           03 WS-PER-MES        PIC 9(02).

       77 WS-QTD-CONTAS         PIC 9(06) VALUE ZERO.
       77 WS-CONTA-ATUAL        PIC 9(06).

      * RETRATOS DOS 12 MESES DA CONTA CORRENTE.
       77 WS-ANO-COMPLETO       PIC X(01).
           88 ANO-COMPLETO      VALUE 'S'.

       77 WS-QTD-CONTAS-OK      PIC 9(06) VALUE ZERO.
       77 WS-QTD-CONTAS-FALHA   PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           SORT ANUSORT ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 2000-LEVANTAR-CONTAS
                   THRU 2000-LEVANTAR-CONTAS-EXIT
               OUTPUT PROCEDURE IS 3000-EMITIR-DEMONSTRATIVO
                   THRU 3000-EMITIR-DEMONSTRATIVO-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

           ACCEPT WS-ANO-PEDIDO.

      ******************************************************************
      * 2000-LEVANTAR-CONTAS - VARRE O RAZHIST UMA VEZ E ENTREGA AO
      * SORT A CHAVE DE CADA RETRATO DO ANO PEDIDO, NOS MESMOS MOLDES
      * DO LEVANTAMENTO DE CLIENTES DO RAZEXT.
      ******************************************************************
       2000-LEVANTAR-CONTAS.
           MOVE 'N' TO WS-FIM-RAZHIST

           OPEN INPUT RAZHIST
                   NOT AT END
                       MOVE RZH-PERIODO TO WS-PERIODO-REG
                       IF WS-PER-ANO EQUAL WS-ANO-PEDIDO
                           MOVE RZH-CHAVE TO SRT-CHAVE
                           RELEASE SRT-REG
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      ******************************************************************
      * 3000-EMITIR-DEMONSTRATIVO - RECEBE DO SORT AS CHAVES EM ORDEM
      * CRESCENTE E EMITE, PARA CADA CONTA DISTINTA, AS LINHAS
      * MENSAIS E A CONSOLIDACAO DO ANO COM O VEREDITO DA CADEIA.  O
      * RELATORIO SO E ABERTO NA PRIMEIRA CONTA.
      ******************************************************************
       3000-EMITIR-DEMONSTRATIVO.
           MOVE ZERO TO WS-QTD-CONTAS
           MOVE 'N' TO WS-FIM-ANUSORT

           PERFORM UNTIL FIM-ANUSORT
               RETURN ANUSORT
                   AT END
                       SET FIM-ANUSORT TO TRUE
                   NOT AT END
                       IF WS-QTD-CONTAS EQUAL ZERO
                           OR SRT-CHAVE NOT EQUAL WS-CONTA-ATUAL
                           IF WS-QTD-CONTAS EQUAL ZERO
                               OPEN OUTPUT RAZANREL
                           END-IF
                           MOVE SRT-CHAVE TO WS-CONTA-ATUAL
                           PERFORM 3100-DEMONSTRAR-CONTA
                               THRU 3100-DEMONSTRAR-CONTA-EXIT
                           ADD 1 TO WS-QTD-CONTAS
                       END-IF
               END-RETURN
           END-PERFORM

           IF WS-QTD-CONTAS EQUAL ZERO
               DISPLAY 'NENHUMA CONTA COM RETRATO NO ANO '
                   WS-ANO-PEDIDO
               GO TO 3000-EMITIR-DEMONSTRATIVO-EXIT
           END-IF

           CLOSE RAZANREL

           DISPLAY 'CONTAS CONSOLIDADAS: ' WS-QTD-CONTAS
