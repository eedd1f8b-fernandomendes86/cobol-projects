      *          registra a baixa no arquivo BAIXAREG com data,
      *          operador e motivo para os auditores, alem da trilha
      *          do CLIAUDIT (operacao 'P').  Com o saldo zerado o
      *          cliente sai do relatorio de idade (RAZIDADE).  A
      *          baixa quita os titulos em aberto do devedor (TITABER)
      *          como um credito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIJRNL.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT TITLIQ ASSIGN TO "TITLIQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TITLIQ.

       DATA DIVISION.
       FILE SECTION.
       FD  RAZMSTR
       01  JRN-REG.
           COPY JORNAL.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  TITLIQ
           LABEL RECORDS ARE STANDARD.
       01  LIQ-REG.
           COPY TITLIQ.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-BAIXAREG    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).
           03 WS-FS-CLIJRNL     PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-TITLIQ      PIC X(02).

       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).

      * TITULOS EM ABERTO (TITABER/TITLIQ, VER TITULO.CPY): CADA
      * MOVIMENTO GRAVADO NO RAZMOVS E APLICADO AOS TITULOS DO CLIENTE
      * POR 7700, A PARTIR DESTA COPIA DO MOVIMENTO.
       01  WS-TIT-MOVIMENTO.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==TMV-==.
       01  WS-TIT-HIST-ESTORNO.
           COPY ESTORNO REPLACING LEADING ==EST-== BY ==TES-==.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-TITLIQ         PIC X(01) VALUE 'N'.
           88 FIM-TITLIQ        VALUE 'S'.
       77 WS-TIT-ALVO           PIC X(01).
           88 ALVO-DEBITOS      VALUE 'D'.
           88 ALVO-SALDO-CREDOR VALUE 'C'.
       77 WS-TIT-RESTANTE       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-VALOR-NOVO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-EM-ABERTO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-ABATER         PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-REABERTO       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-SEQ-SALDO      PIC 9(06) VALUE ZERO.
       77 WS-TIT-SALDO-ACHADO   PIC X(01) VALUE 'N'.
           88 TIT-SALDO-ACHADO  VALUE 'S'.
       77 WS-TIT-COMPENSOU      PIC X(01) VALUE 'N'.
           88 TIT-COMPENSOU     VALUE 'S'.

      * CONFERENCIA DO DIGITO VERIFICADOR DA CHAVE DE CLIENTE (VER
      * CLIENTE.CPY) - CHAVE DIGITADA COM DV ERRADO E RECUSADA.
       77 WS-CHAVE-VERIFICAR    PIC 9(06).
      * 3000-GRAVAR-MOVIMENTO-BAIXA - PRESERVA NO RAZMOVS O MOVIMENTO
      * 'B' DA BAIXA, CONTINUANDO A SEQUENCIA DE MOVIMENTO DE ONDE A
      * ULTIMA EXECUCAO PAROU, COMO FAZ 1100-SEMEAR-SEQ-MOVIMENTO DO
      * RAZAO, E APLICA A BAIXA AOS TITULOS EM ABERTO (7700).
      ******************************************************************
       3000-GRAVAR-MOVIMENTO-BAIXA.
           MOVE ZERO TO WS-MOV-SEQ
           MOVE WS-VALOR-BAIXA   TO MOV-VALOR
           MOVE 'BAIXA DE PERDAS' TO MOV-HISTORICO
           MOVE 'BAIXAPER'       TO MOV-ORIGEM
           MOVE MOV-REG          TO WS-TIT-MOVIMENTO

           OPEN EXTEND RAZMOVS
           IF WS-FS-RAZMOVS EQUAL '35'
               OPEN EXTEND RAZMOVS
           END-IF
           WRITE MOV-REG
           CLOSE RAZMOVS

           PERFORM 7700-ATUALIZAR-TITULOS
               THRU 7700-ATUALIZAR-TITULOS-EXIT.
       3000-GRAVAR-MOVIMENTO-BAIXA-EXIT.
           EXIT.

           WRITE AUDIT-REG
           CLOSE CLIAUDIT.

      ******************************************************************
      * 7700-ATUALIZAR-TITULOS - APLICA AO TITABER O MOVIMENTO EM
      * WS-TIT-MOVIMENTO, RECEM-GRAVADO NO RAZMOVS, PELAS REGRAS DE
      * LIQUIDACAO DO TITULO.CPY; CADA ABATIMENTO SAI NO TITLIQ.
      * TITABER INDISPONIVEL NAO DESFAZ O LANCAMENTO - A CONTA FICA
      * FORA DE PASSO E A PROVA NOTURNA (TITPROVA) A ACUSA.
      ******************************************************************
       7700-ATUALIZAR-TITULOS.
           OPEN I-O TITABER
           IF WS-FS-TITABER EQUAL '35'
               OPEN OUTPUT TITABER
               CLOSE TITABER
               OPEN I-O TITABER
           END-IF
           IF WS-FS-TITABER NOT EQUAL '00'
               DISPLAY 'TITABER INDISPONIVEL - STATUS: '
                   WS-FS-TITABER ' - MOVIMENTO ' TMV-SEQ
                   ' FORA DOS TITULOS'
               GO TO 7700-ATUALIZAR-TITULOS-EXIT
           END-IF

           MOVE TMV-VALOR TO WS-TIT-RESTANTE
           MOVE TMV-VALOR TO WS-TIT-VALOR-NOVO
           MOVE TMV-HISTORICO TO WS-TIT-HIST-ESTORNO
           EVALUATE TRUE
               WHEN TMV-DEBITO AND TES-E-ESTORNO
                   PERFORM 7740-ESTORNAR-CREDITO
                       THRU 7740-ESTORNAR-CREDITO-EXIT
                   PERFORM 7800-COMPENSAR-SALDO-CREDOR
               WHEN TMV-DEBITO
                   PERFORM 7710-INCLUIR-DEBITO
                       THRU 7710-INCLUIR-DEBITO-EXIT
               WHEN TES-E-ESTORNO
                   PERFORM 7730-ESTORNAR-DEBITO
                       THRU 7730-ESTORNAR-DEBITO-EXIT
               WHEN OTHER
                   PERFORM 7720-LIQUIDAR-DEBITOS
                       THRU 7720-LIQUIDAR-DEBITOS-EXIT
           END-EVALUATE
           CLOSE TITABER.
       7700-ATUALIZAR-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 7710-INCLUIR-DEBITO - REGRA DO DEBITO: CONSOME OS SALDOS
      * CREDORES DO CLIENTE (O MAIS ANTIGO PRIMEIRO) E GRAVA O TITULO
      * DO DEBITO NO VALOR WS-TIT-VALOR-NOVO COM O QUE NAO FOI COBERTO
      * EM ABERTO.
      ******************************************************************
       7710-INCLUIR-DEBITO.
           SET ALVO-SALDO-CREDOR TO TRUE
           PERFORM 7750-ABATER-TITULOS
               THRU 7750-ABATER-TITULOS-EXIT
           MOVE 'D' TO TIT-TIPO
           PERFORM 7770-GRAVAR-TITULO-NOVO.
       7710-INCLUIR-DEBITO-EXIT.
           EXIT.

      ******************************************************************
      * 7720-LIQUIDAR-DEBITOS - REGRA DO CREDITO (E DA BAIXA DE
      * PERDAS): QUITA OS DEBITOS EM ABERTO DO CLIENTE, O MAIS ANTIGO
      * PRIMEIRO; A SOBRA VIRA TITULO DE SALDO CREDOR.
      ******************************************************************
       7720-LIQUIDAR-DEBITOS.
           SET ALVO-DEBITOS TO TRUE
           PERFORM 7750-ABATER-TITULOS
               THRU 7750-ABATER-TITULOS-EXIT
           IF WS-TIT-RESTANTE GREATER THAN ZERO
               MOVE TMV-TIPO TO TIT-TIPO
               PERFORM 7770-GRAVAR-TITULO-NOVO
           END-IF.
       7720-LIQUIDAR-DEBITOS-EXIT.
           EXIT.

      ******************************************************************
      * 7730-ESTORNAR-DEBITO - ESTORNO DE DEBITO (CREDITO COM O
      * HISTORICO DO ESTORNO.CPY): QUITA PRIMEIRO O QUE AINDA ESTA EM
      * ABERTO NO PROPRIO TITULO ESTORNADO, QUE FICA 'E'; A SOBRA
      * SEGUE A REGRA DO CREDITO.
      ******************************************************************
       7730-ESTORNAR-DEBITO.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE TES-SEQ-ORIGINAL  TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   GO TO 7730-ESTORNAR-DEBITO-SOBRA
           END-READ
           IF NOT TIT-DEBITO OR NOT TIT-EM-ABERTO
               GO TO 7730-ESTORNAR-DEBITO-SOBRA
           END-IF

           PERFORM 7765-ABATER-DO-RESTANTE
           IF TIT-QUITADO
               MOVE 'E' TO TIT-SITUACAO
           END-IF
           REWRITE TIT-REG
           MOVE 'E'      TO LIQ-OPERACAO
           MOVE TIT-SEQ  TO LIQ-SEQ-TITULO
           MOVE TMV-SEQ  TO LIQ-SEQ-MOVIMENTO
           MOVE TMV-TIPO TO LIQ-TIPO-MOVIMENTO
           PERFORM 7780-GRAVAR-LIQUIDACAO.
       7730-ESTORNAR-DEBITO-SOBRA.
           IF WS-TIT-RESTANTE GREATER THAN ZERO
               PERFORM 7720-LIQUIDAR-DEBITOS
                   THRU 7720-LIQUIDAR-DEBITOS-EXIT
           END-IF.
       7730-ESTORNAR-DEBITO-EXIT.
           EXIT.

      ******************************************************************
      * 7740-ESTORNAR-CREDITO - ESTORNO DE CREDITO (DEBITO COM O
      * HISTORICO DO ESTORNO.CPY): REABRE CADA TITULO QUE O CREDITO
      * ESTORNADO QUITOU (LIQUIDACOES 'L' DELE NO TITLIQ) E REGISTRA
      * A REABERTURA 'R'; ENCERRA COMO 'E' O SALDO CREDOR QUE O
      * CREDITO AINDA TINHA.  O QUE O TITLIQ NAO EXPLICA SEGUE A
      * REGRA DO DEBITO.
      ******************************************************************
       7740-ESTORNAR-CREDITO.
           MOVE ZERO TO WS-TIT-REABERTO
           MOVE 'N' TO WS-FIM-TITLIQ

           OPEN INPUT TITLIQ
           IF WS-FS-TITLIQ NOT EQUAL '00'
               GO TO 7740-ESTORNAR-CREDITO-SALDO
           END-IF
           PERFORM UNTIL FIM-TITLIQ
               READ TITLIQ
                   AT END
                       SET FIM-TITLIQ TO TRUE
                   NOT AT END
                       IF LIQ-LIQUIDACAO
                           AND LIQ-SEQ-MOVIMENTO EQUAL TES-SEQ-ORIGINAL
                           PERFORM 7745-REABRIR-TITULO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITLIQ.
       7740-ESTORNAR-CREDITO-SALDO.
           SUBTRACT WS-TIT-REABERTO FROM WS-TIT-RESTANTE
           IF WS-TIT-REABERTO GREATER THAN ZERO
               MOVE WS-TIT-REABERTO  TO WS-TIT-ABATER
               MOVE 'R'              TO LIQ-OPERACAO
               MOVE TES-SEQ-ORIGINAL TO LIQ-SEQ-TITULO
               MOVE TMV-SEQ          TO LIQ-SEQ-MOVIMENTO
               MOVE TMV-TIPO         TO LIQ-TIPO-MOVIMENTO
               PERFORM 7780-GRAVAR-LIQUIDACAO
           END-IF
           IF WS-TIT-RESTANTE NOT GREATER THAN ZERO
               GO TO 7740-ESTORNAR-CREDITO-EXIT
           END-IF

           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE TES-SEQ-ORIGINAL  TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   GO TO 7740-ESTORNAR-CREDITO-SOBRA
           END-READ
           IF TIT-SALDO-CREDOR AND TIT-EM-ABERTO
               PERFORM 7765-ABATER-DO-RESTANTE
               IF TIT-QUITADO
                   MOVE 'E' TO TIT-SITUACAO
               END-IF
               REWRITE TIT-REG
               MOVE 'E'      TO LIQ-OPERACAO
               MOVE TIT-SEQ  TO LIQ-SEQ-TITULO
               MOVE TMV-SEQ  TO LIQ-SEQ-MOVIMENTO
               MOVE TMV-TIPO TO LIQ-TIPO-MOVIMENTO
               PERFORM 7780-GRAVAR-LIQUIDACAO
           END-IF.
       7740-ESTORNAR-CREDITO-SOBRA.
           IF WS-TIT-RESTANTE GREATER THAN ZERO
               MOVE WS-TIT-RESTANTE TO WS-TIT-VALOR-NOVO
               PERFORM 7710-INCLUIR-DEBITO
                   THRU 7710-INCLUIR-DEBITO-EXIT
           END-IF.
       7740-ESTORNAR-CREDITO-EXIT.
           EXIT.

      ******************************************************************
      * 7745-REABRIR-TITULO - DEVOLVE AO TITULO LIQ-SEQ-TITULO DO
      * CLIENTE DO ESTORNO O VALOR DA LIQUIDACAO LIDA DO TITLIQ.  A
      * CHAVE E A DO ESTORNO, NAO A GRAVADA NA LIQUIDACAO - DEPOIS DE
      * UMA FUSAO O TITULO ESTA NA CHAVE SOBREVIVENTE.
      ******************************************************************
       7745-REABRIR-TITULO.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE LIQ-SEQ-TITULO    TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   DISPLAY 'TITULO ' LIQ-SEQ-TITULO ' DO CLIENTE '
                       TMV-CHAVE-CLIENTE ' NAO ENCONTRADO PARA '
                       'REABRIR'
               NOT INVALID KEY
                   SUBTRACT LIQ-VALOR FROM TIT-VALOR-QUITADO
                   PERFORM 7790-SITUAR-TITULO
                   REWRITE TIT-REG
                   ADD LIQ-VALOR TO WS-TIT-REABERTO
           END-READ.

      ******************************************************************
      * 7750-ABATER-TITULOS - PERCORRE OS TITULOS DO CLIENTE NA ORDEM
      * DA CHAVE (O MAIS ANTIGO PRIMEIRO) E ABATE WS-TIT-RESTANTE DOS
      * QUE ESTAO EM ABERTO E SAO DO TIPO PEDIDO EM WS-TIT-ALVO
      * (DEBITOS OU SALDOS CREDORES), ATE O RESTANTE ACABAR.
      ******************************************************************
       7750-ABATER-TITULOS.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           MOVE 'N' TO WS-FIM-TITABER
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 7750-ABATER-TITULOS-EXIT
           END-START

           PERFORM UNTIL FIM-TITABER
                   OR WS-TIT-RESTANTE NOT GREATER THAN ZERO
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL
                               TMV-CHAVE-CLIENTE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-EM-ABERTO
                               AND ((ALVO-DEBITOS AND TIT-DEBITO)
                                 OR (ALVO-SALDO-CREDOR
                                     AND TIT-SALDO-CREDOR))
                               PERFORM 7760-ABATER-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       7750-ABATER-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 7760-ABATER-TITULO - LIQUIDACAO 'L' DO TITULO CORRENTE: ABATE
      * O QUE PUDER DO RESTANTE, REGRAVA E REGISTRA NO TITLIQ.  NO
      * TITLIQ O TITULO E SEMPRE O DEBITO E O MOVIMENTO E SEMPRE O
      * CREDITO - QUANDO E O DEBITO NOVO QUE CONSOME UM SALDO CREDOR,
      * O CREDITO E O DO SALDO CREDOR.
      ******************************************************************
       7760-ABATER-TITULO.
           PERFORM 7765-ABATER-DO-RESTANTE
           REWRITE TIT-REG

           MOVE 'L' TO LIQ-OPERACAO
           IF TIT-DEBITO
               MOVE TIT-SEQ  TO LIQ-SEQ-TITULO
               MOVE TMV-SEQ  TO LIQ-SEQ-MOVIMENTO
               MOVE TMV-TIPO TO LIQ-TIPO-MOVIMENTO
           ELSE
               MOVE TMV-SEQ  TO LIQ-SEQ-TITULO
               MOVE TIT-SEQ  TO LIQ-SEQ-MOVIMENTO
               MOVE TIT-TIPO TO LIQ-TIPO-MOVIMENTO
           END-IF
           PERFORM 7780-GRAVAR-LIQUIDACAO.

      ******************************************************************
      * 7765-ABATER-DO-RESTANTE - ABATE DO TITULO CORRENTE O MENOR
      * ENTRE O SEU VALOR EM ABERTO E WS-TIT-RESTANTE (DEVOLVIDO EM
      * WS-TIT-ABATER) E ATUALIZA A SITUACAO.
      ******************************************************************
       7765-ABATER-DO-RESTANTE.
           COMPUTE WS-TIT-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           MOVE WS-TIT-EM-ABERTO TO WS-TIT-ABATER
           IF WS-TIT-ABATER GREATER THAN WS-TIT-RESTANTE
               MOVE WS-TIT-RESTANTE TO WS-TIT-ABATER
           END-IF
           ADD WS-TIT-ABATER TO TIT-VALOR-QUITADO
           SUBTRACT WS-TIT-ABATER FROM WS-TIT-RESTANTE
           MOVE TMV-DATA TO TIT-DATA-ULT-BAIXA
           PERFORM 7790-SITUAR-TITULO.

      ******************************************************************
      * 7770-GRAVAR-TITULO-NOVO - GRAVA O TITULO DO MOVIMENTO CORRENTE
      * (TIPO JA EM TIT-TIPO) NO VALOR WS-TIT-VALOR-NOVO, COM O QUE
      * FOI ABATIDO NA APLICACAO (NOVO - RESTANTE) JA QUITADO.  O
      * VENCIMENTO E A DATA DO LANCAMENTO (VER TITULO.CPY).
      ******************************************************************
       7770-GRAVAR-TITULO-NOVO.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE TMV-SEQ           TO TIT-SEQ
           MOVE TMV-DATA          TO TIT-DATA
           MOVE TMV-DATA          TO TIT-DATA-VENCIMENTO
           MOVE TMV-HISTORICO     TO TIT-HISTORICO
           MOVE TMV-ORIGEM        TO TIT-ORIGEM
           MOVE WS-TIT-VALOR-NOVO TO TIT-VALOR-ORIGINAL
           COMPUTE TIT-VALOR-QUITADO =
               WS-TIT-VALOR-NOVO - WS-TIT-RESTANTE
           MOVE ZERO TO TIT-DATA-ULT-BAIXA
           IF TIT-VALOR-QUITADO GREATER THAN ZERO
               MOVE TMV-DATA TO TIT-DATA-ULT-BAIXA
           END-IF
           PERFORM 7790-SITUAR-TITULO
           WRITE TIT-REG
               INVALID KEY
                   DISPLAY 'TITULO JA EXISTE NO TITABER: ' TIT-CHAVE
           END-WRITE.

      ******************************************************************
      * 7780-GRAVAR-LIQUIDACAO - COMPLETA COM O MOVIMENTO CORRENTE E
      * WS-TIT-ABATER O REGISTRO DE LIQUIDACAO JA MONTADO (OPERACAO,
      * TITULO E MOVIMENTO) E O ACRESCENTA AO TITLIQ.
      ******************************************************************
       7780-GRAVAR-LIQUIDACAO.
           MOVE TMV-DATA          TO LIQ-DATA
           MOVE TMV-CHAVE-CLIENTE TO LIQ-CHAVE-CLIENTE
           MOVE WS-TIT-ABATER     TO LIQ-VALOR
           MOVE TMV-ORIGEM        TO LIQ-ORIGEM

           OPEN EXTEND TITLIQ
           IF WS-FS-TITLIQ EQUAL '35'
               OPEN OUTPUT TITLIQ
               CLOSE TITLIQ
               OPEN EXTEND TITLIQ
           END-IF
           WRITE LIQ-REG
           CLOSE TITLIQ.

      ******************************************************************
      * 7790-SITUAR-TITULO - SITUACAO DO TITULO PELOS VALORES: NADA
      * QUITADO 'A', PARTE 'P', TUDO 'Q'.  O 'E' (ESTORNADO) E POSTO
      * POR QUEM ESTORNA.
      ******************************************************************
       7790-SITUAR-TITULO.
           EVALUATE TRUE
               WHEN TIT-VALOR-QUITADO NOT LESS THAN TIT-VALOR-ORIGINAL
                   MOVE 'Q' TO TIT-SITUACAO
               WHEN TIT-VALOR-QUITADO GREATER THAN ZERO
                   MOVE 'P' TO TIT-SITUACAO
               WHEN OTHER
                   MOVE 'A' TO TIT-SITUACAO
           END-EVALUATE.

      ******************************************************************
      * 7800-COMPENSAR-SALDO-CREDOR - APLICA CADA SALDO CREDOR EM
      * ABERTO DO CLIENTE AOS SEUS DEBITOS EM ABERTO, PELA REGRA DO
      * CREDITO E EM NOME DO CREDITO QUE ORIGINOU O SALDO (LIQUIDACAO
      * 'L' COM O MOV-SEQ DELE).  E O QUE MANTEM O CLIENTE SEM SALDO
      * CREDOR E DEBITO EM ABERTO AO MESMO TEMPO DEPOIS DE UM ESTORNO
      * DE CREDITO, QUE REABRE DEBITOS.
      ******************************************************************
       7800-COMPENSAR-SALDO-CREDOR.
           MOVE 'S' TO WS-TIT-COMPENSOU
           PERFORM UNTIL NOT TIT-COMPENSOU
               PERFORM 7810-COMPENSAR-UM-SALDO
                   THRU 7810-COMPENSAR-UM-SALDO-EXIT
           END-PERFORM.

      ******************************************************************
      * 7810-COMPENSAR-UM-SALDO - LOCALIZA O SALDO CREDOR EM ABERTO
      * MAIS ANTIGO DO CLIENTE, ABATE O SEU VALOR DOS DEBITOS EM
      * ABERTO (7750) E BAIXA NELE O QUE FOI APLICADO.  SEM SALDO
      * CREDOR, OU SEM DEBITO EM ABERTO PARA ABATER, A COMPENSACAO
      * TERMINA.
      ******************************************************************
       7810-COMPENSAR-UM-SALDO.
           MOVE 'N' TO WS-TIT-COMPENSOU
           MOVE 'N' TO WS-TIT-SALDO-ACHADO
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           MOVE 'N' TO WS-FIM-TITABER
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-START

           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL
                               TMV-CHAVE-CLIENTE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-SALDO-CREDOR AND TIT-EM-ABERTO
                               MOVE 'S'     TO WS-TIT-SALDO-ACHADO
                               MOVE TIT-SEQ TO WS-TIT-SEQ-SALDO
                               MOVE TIT-TIPO TO TMV-TIPO
                               COMPUTE WS-TIT-VALOR-NOVO =
                                   TIT-VALOR-ORIGINAL -
                                   TIT-VALOR-QUITADO
                               SET FIM-TITABER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT TIT-SALDO-ACHADO
               GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-IF

           MOVE WS-TIT-SEQ-SALDO  TO TMV-SEQ
           MOVE WS-TIT-VALOR-NOVO TO WS-TIT-RESTANTE
           SET ALVO-DEBITOS TO TRUE
           PERFORM 7750-ABATER-TITULOS
               THRU 7750-ABATER-TITULOS-EXIT
           COMPUTE WS-TIT-ABATER =
               WS-TIT-VALOR-NOVO - WS-TIT-RESTANTE
           IF WS-TIT-ABATER NOT GREATER THAN ZERO
               GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-IF

           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE WS-TIT-SEQ-SALDO  TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-READ
           ADD WS-TIT-ABATER TO TIT-VALOR-QUITADO
           MOVE TMV-DATA TO TIT-DATA-ULT-BAIXA
           PERFORM 7790-SITUAR-TITULO
           REWRITE TIT-REG
           MOVE 'S' TO WS-TIT-COMPENSOU.
       7810-COMPENSAR-UM-SALDO-EXIT.
           EXIT.

      ******************************************************************
      * 8100-VERIFICAR-DIGITO-CHAVE - CONFERE O DIGITO VERIFICADOR DA
      * CHAVE EM WS-CHAVE-VERIFICAR (5 DIGITOS DE SEQUENCIA + DV,
