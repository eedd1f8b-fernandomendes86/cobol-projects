               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIEXTR.

      * SEGUNDA LEITURA DO CLIEXTR DA RODADA, PARA A REEXTRACAO
      * SABER QUEM JA SAIU.
           SELECT EXTLIDO ASSIGN TO "CLIEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTLIDO.

           SELECT CLIRECON ASSIGN TO "CLIRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIRECON.
       01  EXT-LINHA-REG.
           COPY EXTRCLI.

       FD  EXTLIDO
           LABEL RECORDS ARE STANDARD.
      * SO A CHAVE INTERESSA NA PROCURA (RESTO DO LAYOUT EXTRCLI EM
      * FILLER).
       01  EXL-LINHA-REG.
           03 EXL-CHAVE              PIC 9(06).
           03 FILLER                 PIC X(120).

       FD  CLIRECON
           LABEL RECORDS ARE STANDARD.
       01  REC-REG.
           03 WS-FS-CLIAUDIT    PIC X(02).
           03 WS-FS-CLIEXTR     PIC X(02).
           03 WS-FS-CLIRECON    PIC X(02).
           03 WS-FS-EXTLIDO     PIC X(02).

       77 WS-FIM-CLIAUDIT       PIC X(01) VALUE 'N'.
           88 FIM-CLIAUDIT      VALUE 'S'.
       77 WS-FIM-CLIRECON       PIC X(01) VALUE 'N'.
           88 FIM-CLIRECON      VALUE 'S'.
       77 WS-FIM-EXTLIDO        PIC X(01) VALUE 'N'.
           88 FIM-EXTLIDO       VALUE 'S'.

       77 WS-DATA-EXTRACAO      PIC 9(08).
       77 WS-CLIENTE-OK         PIC X(01).
       77 WS-QTD-EXCLUIDOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-REEXTRAIDOS    PIC 9(05) VALUE ZERO.

      * CHAVE JA GRAVADA NO CLIEXTR DESTA RODADA (PROCURADA NO
      * PROPRIO ARQUIVO), PARA QUE A REEXTRACAO DOS NAO CONFIRMADOS
      * (CLIRECON) NAO DUPLIQUE UM CLIENTE QUE JA SAIU PELA AUDITORIA
      * DO DIA.
       77 WS-JA-EXTRAIDO        PIC X(01).
           88 JA-EXTRAIDO       VALUE 'S'.

               END-READ
           END-PERFORM
           CLOSE CLIAUDIT
           CLOSE CLIEXTR

           PERFORM 2200-REEXTRAIR-PENDENTES
               THRU 2200-REEXTRAIR-PENDENTES-EXIT

           DISPLAY 'INCLUIDOS: ' WS-QTD-INCLUIDOS
               ' ALTERADOS: ' WS-QTD-ALTERADOS
           MOVE CLI-STATUS      TO EXT-STATUS
           MOVE WS-DATA-EXTRACAO TO EXT-DATA-EXTRACAO
           WRITE EXT-LINHA-REG

           IF EXT-INCLUIDO
               ADD 1 TO WS-QTD-INCLUIDOS
       2100-GRAVAR-LINHA-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REEXTRAIR-PENDENTES - RELE O RESULTADO DA RECONCILIACAO
      * (CLIRECON, GRAVADO PELO RECONEXT) E REEXTRAI PARA O CLIEXTR
      * 2210-REEXTRAIR-CLIENTE - REEXTRAI O CLIENTE DE REC-CHAVE COMO
      * ALTERACAO (O SISTEMA A JUSANTE RECARREGA A VERSAO CORRENTE),
      * SE ELE AINDA EXISTE NO CLIEMSTR E AINDA NAO SAIU NESTA RODADA.
      * A LINHA E ACRESCENTADA AO CLIEXTR (ABERTO EM EXTEND A CADA
      * GRAVACAO, PARA A PROXIMA PROCURA JA ENXERGA-LA).
      ******************************************************************
       2210-REEXTRAIR-CLIENTE.
           PERFORM 2220-PROCURAR-EXTRAIDO
               THRU 2220-PROCURAR-EXTRAIDO-EXIT
           IF JA-EXTRAIDO
               GO TO 2210-REEXTRAIR-CLIENTE-EXIT
           END-IF
           MOVE WS-CEP          TO EXT-CEP
           MOVE CLI-STATUS      TO EXT-STATUS
           MOVE WS-DATA-EXTRACAO TO EXT-DATA-EXTRACAO
           OPEN EXTEND CLIEXTR
           WRITE EXT-LINHA-REG
           CLOSE CLIEXTR
           ADD 1 TO WS-QTD-REEXTRAIDOS.
       2210-REEXTRAIR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2220-PROCURAR-EXTRAIDO - VARRE O CLIEXTR DA RODADA (SEGUNDA
      * LEITURA, EXTLIDO) PROCURANDO REC-CHAVE.  LIGA JA-EXTRAIDO SE
      * O CLIENTE JA SAIU, PELA AUDITORIA OU POR REEXTRACAO ANTERIOR.
      ******************************************************************
       2220-PROCURAR-EXTRAIDO.
           MOVE 'N' TO WS-JA-EXTRAIDO
           MOVE 'N' TO WS-FIM-EXTLIDO

           OPEN INPUT EXTLIDO
           IF WS-FS-EXTLIDO NOT EQUAL '00'
               GO TO 2220-PROCURAR-EXTRAIDO-EXIT
           END-IF

           PERFORM UNTIL FIM-EXTLIDO OR JA-EXTRAIDO
               READ EXTLIDO
                   AT END
                       SET FIM-EXTLIDO TO TRUE
                   NOT AT END
                       IF EXL-CHAVE EQUAL REC-CHAVE
                           MOVE 'S' TO WS-JA-EXTRAIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTLIDO.
       2220-PROCURAR-EXTRAIDO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
