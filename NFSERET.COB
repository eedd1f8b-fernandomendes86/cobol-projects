      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retorno da NFS-e - le o arquivo NFSERETO devolvido
      *          pela prefeitura para o lote de RPS gerado pelo
      *          NFSERPS e grava no registro RPSREG, contra o cliente
      *          e a competencia de cada RPS, o numero oficial da
      *          NFS-e, a data e o codigo de verificacao que o FATURA
      *          imprime na fatura.  RPS recusado pela prefeitura
      *          fica marcado como recusado no registro, para o
      *          NFSERPS reenviar no proximo lote; a recusa e o
      *          cancelamento confirmado saem no relatorio NFSEREL;
      *          item do retorno que nao casa com nenhum RPS pendente
      *          e contado no resumo.  O registro e regravado pelo
      *          ciclo copia/confere/regrava.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFSERETO ASSIGN TO "NFSERETO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFSERETO.

           SELECT RPSREG ASSIGN TO "RPSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSREG.

           SELECT RPSNOV ASSIGN TO "RPSNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSNOV.

           SELECT NFSEREL ASSIGN TO "NFSEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFSEREL.

       DATA DIVISION.
       FILE SECTION.
       FD  NFSERETO
           LABEL RECORDS ARE STANDARD.
       01  NFSERETO-REG.
           COPY NFSERETO.

       FD  RPSREG
           LABEL RECORDS ARE STANDARD.
       01  RPS-REG.
           COPY RPSREG.

       FD  RPSNOV
           LABEL RECORDS ARE STANDARD.
       01  RPSNOV-REG.
           COPY RPSREG REPLACING LEADING ==RPS-== BY ==RPN-==.

       FD  NFSEREL
           LABEL RECORDS ARE STANDARD.
       01  NFSEREL-REG.
           COPY NFSEREL.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-NFSERETO    PIC X(02).
           03 WS-FS-RPSREG      PIC X(02).
           03 WS-FS-RPSNOV      PIC X(02).
           03 WS-FS-NFSEREL     PIC X(02).

       77 WS-FIM-NFSERETO       PIC X(01) VALUE 'N'.
           88 FIM-NFSERETO      VALUE 'S'.
       77 WS-FIM-RPSREG         PIC X(01) VALUE 'N'.
           88 FIM-RPSREG        VALUE 'S'.
       77 WS-FIM-RPSNOV         PIC X(01) VALUE 'N'.
           88 FIM-RPSNOV        VALUE 'S'.

      * RESULTADO DA PROCURA DO RPS CORRENTE NO RETORNO.  A NFS-E
      * EMITIDA ENCERRA A PROCURA; A RECUSA FICA GUARDADA ATE O FIM,
      * POIS O MESMO RPS PODE VOLTAR EMITIDO MAIS ADIANTE NO ARQUIVO.
       77 WS-NFSE-ACHADA        PIC X(01).
           88 NFSE-ACHADA       VALUE 'S'.
       77 WS-RECUSA-ACHADA      PIC X(01).
           88 RECUSA-ACHADA     VALUE 'S'.
       77 WS-CANCEL-ACHADO      PIC X(01).
           88 CANCEL-ACHADO     VALUE 'S'.
       77 WS-MOTIVO-RECUSA      PIC X(40).

       77 WS-QTD-ITENS-RETORNO  PIC 9(06) VALUE ZERO.
       77 WS-QTD-ITENS-CASADOS  PIC 9(06) VALUE ZERO.
       77 WS-QTD-NAO-CASADOS    PIC 9(06) VALUE ZERO.
       77 WS-QTD-PENDENTES      PIC 9(06) VALUE ZERO.
       77 WS-QTD-REGISTRADAS    PIC 9(06) VALUE ZERO.
       77 WS-QTD-RECUSADOS      PIC 9(06) VALUE ZERO.
       77 WS-QTD-CANCEL-OK      PIC 9(06) VALUE ZERO.

       77 WS-QTD-RPS-COPIADOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-RPS-CONFERIDOS PIC 9(08) VALUE ZERO.
       77 WS-COPIA-RPS-OK       PIC X(01).
           88 COPIA-RPS-OK      VALUE 'S'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-APLICAR-RETORNO
               THRU 2000-APLICAR-RETORNO-EXIT
           PERFORM 6000-ATUALIZAR-REGISTRO
               THRU 6000-ATUALIZAR-REGISTRO-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CONTA OS ITENS DO RETORNO DA PREFEITURA.
      * SEM RETORNO OU SEM REGISTRO DE RPS NAO HA O QUE FAZER.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'RETORNO DA NFS-E'
           OPEN INPUT NFSERETO
           IF WS-FS-NFSERETO NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE RETORNO (NFSERETO) NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-NFSERETO
           PERFORM UNTIL FIM-NFSERETO
               READ NFSERETO
                   AT END
                       SET FIM-NFSERETO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-ITENS-RETORNO
               END-READ
           END-PERFORM
           CLOSE NFSERETO

           OPEN INPUT RPSREG
           IF WS-FS-RPSREG NOT EQUAL '00'
               DISPLAY 'REGISTRO DE RPS (RPSREG) NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF
           CLOSE RPSREG

           OPEN OUTPUT NFSEREL.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APLICAR-RETORNO - COPIA O RPSREG PARA O RPSNOV.  CADA RPS
      * EMITIDO AINDA SEM NFS-E E CADA RPS CANCELADO E PROCURADO NO
      * RETORNO; A NFS-E ACHADA E GRAVADA NA AREA DO RPS-REG ANTES DA
      * COPIA.
      ******************************************************************
       2000-APLICAR-RETORNO.
           MOVE ZERO TO WS-QTD-RPS-COPIADOS
           OPEN INPUT RPSREG
           OPEN OUTPUT RPSNOV
           MOVE 'N' TO WS-FIM-RPSREG
           PERFORM UNTIL FIM-RPSREG
               READ RPSREG
                   AT END
                       SET FIM-RPSREG TO TRUE
                   NOT AT END
                       IF (RPS-EMITIDO AND RPS-NFSE-NUMERO EQUAL ZERO)
                           OR RPS-CANCELADO
                           PERFORM 2100-PROCURAR-RETORNO
                               THRU 2100-PROCURAR-RETORNO-EXIT
                       END-IF
                       MOVE RPS-REG TO RPSNOV-REG
                       WRITE RPSNOV-REG
                       ADD 1 TO WS-QTD-RPS-COPIADOS
               END-READ
           END-PERFORM
           CLOSE RPSREG
           CLOSE RPSNOV

           COMPUTE WS-QTD-NAO-CASADOS =
               WS-QTD-ITENS-RETORNO - WS-QTD-ITENS-CASADOS

           MOVE SPACES               TO NFSEREL-REG
           MOVE ZERO                 TO NRL-NUMERO-RPS
           MOVE ZERO                 TO NRL-CHAVE
           MOVE ZERO                 TO NRL-PERIODO
           MOVE ZERO                 TO NRL-NFSE-NUMERO
           STRING 'NFS-E ' WS-QTD-REGISTRADAS
                  ' RECUSA ' WS-QTD-RECUSADOS
                  ' S/RPS ' WS-QTD-NAO-CASADOS
               DELIMITED BY SIZE INTO NRL-MOTIVO
           WRITE NFSEREL-REG
           CLOSE NFSEREL

           DISPLAY 'ITENS NO RETORNO: ' WS-QTD-ITENS-RETORNO
           DISPLAY 'RPS PENDENTES DE NFS-E: ' WS-QTD-PENDENTES
           DISPLAY 'NFS-E REGISTRADAS: ' WS-QTD-REGISTRADAS
           DISPLAY 'RPS RECUSADOS (NFSEREL): ' WS-QTD-RECUSADOS
           DISPLAY 'CANCELAMENTOS CONFIRMADOS: ' WS-QTD-CANCEL-OK
           DISPLAY 'ITENS SEM RPS PENDENTE NO REGISTRO: '
               WS-QTD-NAO-CASADOS.
       2000-APLICAR-RETORNO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROCURAR-RETORNO - VARRE O NFSERETO ATRAS DOS ITENS DO RPS
      * CORRENTE.  RPS PENDENTE: A NFS-E EMITIDA E GRAVADA NO REGISTRO;
      * SO RECUSA MARCA O RPS COMO RECUSADO E SAI NO NFSEREL.  RPS
      * CANCELADO: O CANCELAMENTO ACEITO SAI NO NFSEREL COMO
      * CONFIRMACAO.  UMA PASSADA POR RPS, MESMO CRITERIO DE CUSTO DAS
      * VARREDURAS DO RETBANCO.
      ******************************************************************
       2100-PROCURAR-RETORNO.
           MOVE 'N' TO WS-NFSE-ACHADA
           MOVE 'N' TO WS-RECUSA-ACHADA
           MOVE 'N' TO WS-CANCEL-ACHADO
           IF RPS-EMITIDO
               ADD 1 TO WS-QTD-PENDENTES
           END-IF

           OPEN INPUT NFSERETO
           MOVE 'N' TO WS-FIM-NFSERETO
           PERFORM UNTIL FIM-NFSERETO OR NFSE-ACHADA
               READ NFSERETO
                   AT END
                       SET FIM-NFSERETO TO TRUE
                   NOT AT END
                       IF NRT-NUMERO-RPS EQUAL RPS-NUMERO
                           PERFORM 2110-CASAR-ITEM
                               THRU 2110-CASAR-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NFSERETO

           IF RECUSA-ACHADA AND NOT NFSE-ACHADA
               SET RPS-RECUSADO TO TRUE
               MOVE SPACES TO NFSEREL-REG
               MOVE 'R' TO NRL-SITUACAO
               MOVE WS-MOTIVO-RECUSA TO NRL-MOTIVO
               PERFORM 2200-GRAVAR-RELATORIO
                   THRU 2200-GRAVAR-RELATORIO-EXIT
               ADD 1 TO WS-QTD-RECUSADOS
           END-IF
           IF CANCEL-ACHADO
               MOVE SPACES TO NFSEREL-REG
               MOVE 'C' TO NRL-SITUACAO
               MOVE 'CANCELAMENTO CONFIRMADO' TO NRL-MOTIVO
               PERFORM 2200-GRAVAR-RELATORIO
                   THRU 2200-GRAVAR-RELATORIO-EXIT
               ADD 1 TO WS-QTD-CANCEL-OK
           END-IF.
       2100-PROCURAR-RETORNO-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CASAR-ITEM - TRATA UM ITEM DO RETORNO QUE TRAZ O NUMERO DO
      * RPS CORRENTE, CONFORME A SITUACAO DO ITEM E A DO RPS.
      ******************************************************************
       2110-CASAR-ITEM.
           IF RPS-EMITIDO AND NRT-EMITIDA
               MOVE NRT-NFSE-NUMERO      TO RPS-NFSE-NUMERO
               MOVE NRT-NFSE-DATA        TO RPS-NFSE-DATA
               MOVE NRT-NFSE-VERIFICACAO TO RPS-NFSE-VERIFICACAO
               MOVE 'S' TO WS-NFSE-ACHADA
               ADD 1 TO WS-QTD-REGISTRADAS
               ADD 1 TO WS-QTD-ITENS-CASADOS
               GO TO 2110-CASAR-ITEM-EXIT
           END-IF
           IF RPS-EMITIDO AND NRT-RECUSADA
               MOVE 'S' TO WS-RECUSA-ACHADA
               MOVE NRT-MOTIVO TO WS-MOTIVO-RECUSA
               ADD 1 TO WS-QTD-ITENS-CASADOS
               GO TO 2110-CASAR-ITEM-EXIT
           END-IF
           IF RPS-CANCELADO AND NRT-CANCELADA
               MOVE 'S' TO WS-CANCEL-ACHADO
               ADD 1 TO WS-QTD-ITENS-CASADOS
           END-IF.
       2110-CASAR-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 2200-GRAVAR-RELATORIO - GRAVA NO NFSEREL A LINHA DO RPS
      * CORRENTE; SITUACAO E MOTIVO JA VEM PREENCHIDOS.
      ******************************************************************
       2200-GRAVAR-RELATORIO.
           MOVE RPS-NUMERO        TO NRL-NUMERO-RPS
           MOVE RPS-CHAVE-CLIENTE TO NRL-CHAVE
           MOVE RPS-PERIODO       TO NRL-PERIODO
           MOVE RPS-NFSE-NUMERO   TO NRL-NFSE-NUMERO
           WRITE NFSEREL-REG.
       2200-GRAVAR-RELATORIO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ATUALIZAR-REGISTRO - CONFERE A CONTAGEM DO RPSNOV CONTRA O
      * QUE FOI COPIADO E SO ENTAO REGRAVA O RPSREG.
      ******************************************************************
       6000-ATUALIZAR-REGISTRO.
           MOVE 'N' TO WS-COPIA-RPS-OK
           MOVE ZERO TO WS-QTD-RPS-CONFERIDOS
           MOVE 'N' TO WS-FIM-RPSNOV
           OPEN INPUT RPSNOV
           IF WS-FS-RPSNOV EQUAL '00'
               PERFORM UNTIL FIM-RPSNOV
                   READ RPSNOV
                       AT END
                           SET FIM-RPSNOV TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-RPS-CONFERIDOS
                   END-READ
               END-PERFORM
               CLOSE RPSNOV
               IF WS-QTD-RPS-CONFERIDOS EQUAL WS-QTD-RPS-COPIADOS
                   MOVE 'S' TO WS-COPIA-RPS-OK
               END-IF
           END-IF

           IF NOT COPIA-RPS-OK
               DISPLAY 'COPIA DO REGISTRO NAO CONFERE - RPSREG '
                   'PRESERVADO. PROCESSE O RETORNO NOVAMENTE'
               MOVE 8 TO RETURN-CODE
               GO TO 6000-ATUALIZAR-REGISTRO-EXIT
           END-IF

           OPEN INPUT RPSNOV
           OPEN OUTPUT RPSREG
           MOVE 'N' TO WS-FIM-RPSNOV
           PERFORM UNTIL FIM-RPSNOV
               READ RPSNOV
                   AT END
                       SET FIM-RPSNOV TO TRUE
                   NOT AT END
                       MOVE RPSNOV-REG TO RPS-REG
                       WRITE RPS-REG
               END-READ
           END-PERFORM
           CLOSE RPSNOV
           CLOSE RPSREG
           DISPLAY 'REGISTRO DE RPS ATUALIZADO (RPSREG)'.
       6000-ATUALIZAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM NFSERET.
