      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prova diaria dos titulos em aberto (TITABER, ver
      *          TITULO.CPY) contra os saldos do RAZMSTR, nos mesmos
      *          moldes do RAZPROVA.  Para cada conta, o em aberto dos
      *          titulos de debito menos o dos titulos de saldo credor
      *          tem que ser o saldo devedor da conta (-RAZ-SALDO);
      *          cada titulo tem que ter o quitado entre zero e o
      *          original e a situacao coerente com os valores; e
      *          titulo de cliente sem conta no RAZMSTR e acusado.
      *          Toda divergencia sai no TITPVREL (layout PROVAREL)
      *          com a diferenca, e o veredito arma RETURN-CODE 0/8
      *          para a corrente noturna parar - RAZIDADE, COBRANCA,
      *          RAZJUROS, RETBANCO e SUSPMAN leem o em aberto do
      *          TITABER e nao podem rodar sobre titulos fora de passo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITPROVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAZMSTR ASSIGN TO "RAZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WS-FS-RAZMSTR.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT TITPVREL ASSIGN TO "TITPVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TITPVREL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAZMSTR
           LABEL RECORDS ARE STANDARD.
       01  RAZ-CTA-REG.
           COPY RAZCTA.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  TITPVREL
           LABEL RECORDS ARE STANDARD.
       01  PRV-LINHA-REG.
           COPY PROVAREL.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-TITPVREL    PIC X(02).

       77 WS-FIM-RAZMSTR        PIC X(01) VALUE 'N'.
           88 FIM-RAZMSTR       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.

       77 WS-CONTA-ATUAL        PIC 9(06).
       77 WS-SALDO-DEVEDOR      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-ABERTO-TITULOS     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-EM-ABERTO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-DIFERENCA          PIC S9(9)V9(2) VALUE ZERO.
       77 WS-SITUACAO-ESPERADA  PIC X(01).

       77 WS-QTD-CONTAS         PIC 9(06) VALUE ZERO.
       77 WS-QTD-TITULOS        PIC 9(06) VALUE ZERO.
       77 WS-QTD-ACHADOS        PIC 9(06) VALUE ZERO.

      * CLIENTE DO ULTIMO TITULO LIDO NA PROVA DE ORFAOS - UM ACHADO
      * POR CLIENTE, NAO POR TITULO.
       77 WS-CLIENTE-ANTERIOR   PIC 9(06) VALUE ZERO.
       77 WS-CONTA-EXISTE       PIC X(01).
           88 CONTA-EXISTE      VALUE 'S'.

      * DESCRICAO DO ACHADO DE UM TITULO (PRV-DESCRICAO).
       01  WS-DESC-TITULO.
           03 FILLER              PIC X(07) VALUE 'TITULO '.
           03 WS-DESC-SEQ         PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DESC-TEXTO       PIC X(26).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY 'PROVA DIARIA DOS TITULOS EM ABERTO X RAZMSTR'
           OPEN OUTPUT TITPVREL
           OPEN INPUT TITABER
           IF WS-FS-TITABER EQUAL '00'
               PERFORM 2000-PROVAR-CONTAS
                   THRU 2000-PROVAR-CONTAS-EXIT
               PERFORM 3000-PROVAR-TITULOS-ORFAOS
                   THRU 3000-PROVAR-TITULOS-ORFAOS-EXIT
               CLOSE TITABER
           ELSE
               MOVE SPACES TO PRV-LINHA-REG
               MOVE ZERO TO PRV-CHAVE
               MOVE 'TITABER' TO PRV-CHECAGEM
               MOVE ZERO TO PRV-VALOR-ESPERADO
               MOVE ZERO TO PRV-VALOR-APURADO
               MOVE ZERO TO PRV-DIFERENCA
               MOVE 'TITABER AUSENTE - RODE O TITCARGA'
                   TO PRV-DESCRICAO
               PERFORM 5000-GRAVAR-ACHADO
           END-IF
           PERFORM 4000-GRAVAR-VEREDITO
           CLOSE TITPVREL
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 2000-PROVAR-CONTAS - VARRE O RAZMSTR E PROVA OS TITULOS DE
      * CADA CONTA CONTRA O SEU SALDO.
      ******************************************************************
       2000-PROVAR-CONTAS.
           OPEN INPUT RAZMSTR
           IF WS-FS-RAZMSTR NOT EQUAL '00'
               DISPLAY 'NENHUMA CONTA NO RAZAO (RAZMSTR AUSENTE)'
               GO TO 2000-PROVAR-CONTAS-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-RAZMSTR
           PERFORM UNTIL FIM-RAZMSTR
               READ RAZMSTR NEXT RECORD
                   AT END
                       SET FIM-RAZMSTR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-CONTAS
                       PERFORM 2100-PROVAR-CONTA
                           THRU 2100-PROVAR-CONTA-EXIT
               END-READ
           END-PERFORM
           CLOSE RAZMSTR

           DISPLAY 'CONTAS PROVADAS: ' WS-QTD-CONTAS
           DISPLAY 'TITULOS PROVADOS: ' WS-QTD-TITULOS.
       2000-PROVAR-CONTAS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROVAR-CONTA - PERCORRE OS TITULOS DA CONTA CORRENTE
      * (START NA CHAVE DO CLIENTE COM SEQUENCIA ZERO), PROVA CADA UM
      * E CONFERE A SOMA DO EM ABERTO CONTRA O SALDO DEVEDOR.
      ******************************************************************
       2100-PROVAR-CONTA.
           MOVE RAZ-CHAVE TO WS-CONTA-ATUAL
           COMPUTE WS-SALDO-DEVEDOR = ZERO - RAZ-SALDO
           MOVE ZERO TO WS-ABERTO-TITULOS

           MOVE WS-CONTA-ATUAL TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           MOVE 'N' TO WS-FIM-TITABER
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 2100-PROVAR-CONTA-SALDO
           END-START
           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CONTA-ATUAL
                           SET FIM-TITABER TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-TITULOS
                           PERFORM 2110-PROVAR-TITULO
                       END-IF
               END-READ
           END-PERFORM.
       2100-PROVAR-CONTA-SALDO.
           COMPUTE WS-DIFERENCA = WS-SALDO-DEVEDOR - WS-ABERTO-TITULOS
           IF WS-DIFERENCA NOT EQUAL ZERO
               MOVE SPACES            TO PRV-LINHA-REG
               MOVE WS-CONTA-ATUAL    TO PRV-CHAVE
               MOVE 'SALDO'           TO PRV-CHECAGEM
               MOVE WS-SALDO-DEVEDOR  TO PRV-VALOR-ESPERADO
               MOVE WS-ABERTO-TITULOS TO PRV-VALOR-APURADO
               MOVE WS-DIFERENCA      TO PRV-DIFERENCA
               MOVE 'TITULOS EM ABERTO NAO BATEM COM O SALDO'
                   TO PRV-DESCRICAO
               PERFORM 5000-GRAVAR-ACHADO
           END-IF.
       2100-PROVAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      * 2110-PROVAR-TITULO - SOMA O EM ABERTO DO TITULO CORRENTE
      * (DEBITO SOMA, SALDO CREDOR SUBTRAI) E CONFERE O QUITADO E A
      * SITUACAO CONTRA OS VALORES, PELA MESMA REGRA DE 7790-SITUAR-
      * TITULO DO RAZAO ('E' SO COM O TITULO TODO QUITADO).
      ******************************************************************
       2110-PROVAR-TITULO.
           COMPUTE WS-TIT-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           IF TIT-DEBITO
               ADD WS-TIT-EM-ABERTO TO WS-ABERTO-TITULOS
           ELSE
               SUBTRACT WS-TIT-EM-ABERTO FROM WS-ABERTO-TITULOS
           END-IF

           MOVE TIT-SEQ TO WS-DESC-SEQ
           IF TIT-VALOR-QUITADO LESS THAN ZERO
               OR WS-TIT-EM-ABERTO LESS THAN ZERO
               MOVE SPACES             TO PRV-LINHA-REG
               MOVE WS-CONTA-ATUAL     TO PRV-CHAVE
               MOVE 'QUITADO'          TO PRV-CHECAGEM
               MOVE TIT-VALOR-ORIGINAL TO PRV-VALOR-ESPERADO
               MOVE TIT-VALOR-QUITADO  TO PRV-VALOR-APURADO
               MOVE WS-TIT-EM-ABERTO   TO PRV-DIFERENCA
               MOVE 'QUITADO FORA DE 0 A ORIG' TO WS-DESC-TEXTO
               MOVE WS-DESC-TITULO     TO PRV-DESCRICAO
               PERFORM 5000-GRAVAR-ACHADO
           END-IF

           EVALUATE TRUE
               WHEN TIT-VALOR-QUITADO NOT LESS THAN TIT-VALOR-ORIGINAL
                   MOVE 'Q' TO WS-SITUACAO-ESPERADA
               WHEN TIT-VALOR-QUITADO GREATER THAN ZERO
                   MOVE 'P' TO WS-SITUACAO-ESPERADA
               WHEN OTHER
                   MOVE 'A' TO WS-SITUACAO-ESPERADA
           END-EVALUATE
           IF TIT-SITUACAO NOT EQUAL WS-SITUACAO-ESPERADA
               AND NOT (TIT-ESTORNADO AND WS-SITUACAO-ESPERADA
                        EQUAL 'Q')
               MOVE SPACES             TO PRV-LINHA-REG
               MOVE WS-CONTA-ATUAL     TO PRV-CHAVE
               MOVE 'SITUACAO'         TO PRV-CHECAGEM
               MOVE TIT-VALOR-ORIGINAL TO PRV-VALOR-ESPERADO
               MOVE TIT-VALOR-QUITADO  TO PRV-VALOR-APURADO
               MOVE WS-TIT-EM-ABERTO   TO PRV-DIFERENCA
               MOVE 'SITUACAO NAO BATE' TO WS-DESC-TEXTO
               MOVE WS-DESC-TITULO     TO PRV-DESCRICAO
               PERFORM 5000-GRAVAR-ACHADO
           END-IF.

      ******************************************************************
      * 3000-PROVAR-TITULOS-ORFAOS - PERCORRE O TITABER INTEIRO NA
      * ORDEM DA CHAVE E ACUSA, UMA VEZ POR CLIENTE, TITULO DE CLIENTE
      * SEM CONTA NO RAZMSTR - A DIRECAO INVERSA DA PROVA DAS CONTAS.
      ******************************************************************
       3000-PROVAR-TITULOS-ORFAOS.
           OPEN INPUT RAZMSTR
           IF WS-FS-RAZMSTR NOT EQUAL '00'
               GO TO 3000-PROVAR-TITULOS-ORFAOS-EXIT
           END-IF

           MOVE ZERO TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           MOVE ZERO TO WS-CLIENTE-ANTERIOR
           MOVE 'N' TO WS-FIM-TITABER
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
           END-START
           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL
                               WS-CLIENTE-ANTERIOR
                           MOVE TIT-CHAVE-CLIENTE
                               TO WS-CLIENTE-ANTERIOR
                           PERFORM 3100-CONFERIR-CONTA-EXISTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMSTR.
       3000-PROVAR-TITULOS-ORFAOS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CONFERIR-CONTA-EXISTE - ACUSA O CLIENTE DO TITULO
      * CORRENTE SE ELE NAO TEM CONTA NO RAZMSTR.
      ******************************************************************
       3100-CONFERIR-CONTA-EXISTE.
           MOVE 'N' TO WS-CONTA-EXISTE
           MOVE TIT-CHAVE-CLIENTE TO RAZ-CHAVE
           READ RAZMSTR KEY IS RAZ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-EXISTE
           END-READ
           IF NOT CONTA-EXISTE
               MOVE SPACES TO PRV-LINHA-REG
               MOVE TIT-CHAVE-CLIENTE TO PRV-CHAVE
               MOVE 'SEMCONTA' TO PRV-CHECAGEM
               MOVE ZERO TO PRV-VALOR-ESPERADO
               MOVE ZERO TO PRV-VALOR-APURADO
               MOVE ZERO TO PRV-DIFERENCA
               MOVE 'TITULO SEM CONTA NO RAZMSTR'
                   TO PRV-DESCRICAO
               PERFORM 5000-GRAVAR-ACHADO
           END-IF.

      ******************************************************************
      * 4000-GRAVAR-VEREDITO - GRAVA A LINHA FINAL OK/NAO-OK E ARMA O
      * RETURN-CODE QUE O BATCH NOTURNO CONSULTA (0 = OK, 8 = NAO-OK),
      * NOS MESMOS MOLDES DO RAZPROVA.
      ******************************************************************
       4000-GRAVAR-VEREDITO.
           MOVE SPACES TO PRV-LINHA-REG
           MOVE ZERO TO PRV-CHAVE
           MOVE 'VEREDITO' TO PRV-CHECAGEM
           MOVE ZERO TO PRV-VALOR-ESPERADO
           MOVE ZERO TO PRV-VALOR-APURADO
           MOVE WS-QTD-ACHADOS TO PRV-DIFERENCA
           IF WS-QTD-ACHADOS EQUAL ZERO
               MOVE 'OK - TITULOS E SALDOS CONFEREM'
                   TO PRV-DESCRICAO
               DISPLAY 'PROVA DOS TITULOS OK'
           ELSE
               MOVE 'NAO-OK - DIVERGENCIAS ENCONTRADAS'
                   TO PRV-DESCRICAO
               DISPLAY 'PROVA DOS TITULOS NAO-OK - ACHADOS: '
                   WS-QTD-ACHADOS
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PRV-LINHA-REG.

      ******************************************************************
      * 5000-GRAVAR-ACHADO - GRAVA NO TITPVREL O ACHADO JA MONTADO EM
      * PRV-LINHA-REG E CONTA PARA O VEREDITO.
      ******************************************************************
       5000-GRAVAR-ACHADO.
           WRITE PRV-LINHA-REG
           ADD 1 TO WS-QTD-ACHADOS
           DISPLAY 'ACHADO: ' PRV-CHECAGEM ' CONTA: ' PRV-CHAVE
               ' - ' PRV-DESCRICAO.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM TITPROVA.
