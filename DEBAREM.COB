      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remessa mensal de debito automatico - le no TITABER
      *          os titulos de mensalidade da competencia ainda em
      *          aberto (ja aplicados pelo RAZAO e nao quitados) e,
      *          para cada cliente com mandato ativo no DEBAUTO, grava
      *          no arquivo DEBREMES o valor em aberto do titulo a ser
      *          debitado pelo banco na conta autorizada.  Roda
      *          depois do RAZAO que aplicou o lote do MENSALID.
      *          Cliente sem mandato, com mandato suspenso ou
      *          cancelado continua recebendo o bloqueto normal.  O
      *          retorno do banco e tratado pelo DEBARET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBAREM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT DEBAUTO ASSIGN TO "DEBAUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTO.

           SELECT DEBREMES ASSIGN TO "DEBREMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBREMES.

       DATA DIVISION.
       FILE SECTION.
       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  DEBAUTO
           LABEL RECORDS ARE STANDARD.
       01  DEBAUTO-REG.
           COPY DEBAUT.

       FD  DEBREMES
           LABEL RECORDS ARE STANDARD.
       01  DEBREM-REG.
           COPY DEBREM.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-DEBAUTO     PIC X(02).
           03 WS-FS-DEBREMES    PIC X(02).

       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-DEBAUTO        PIC X(01) VALUE 'N'.
           88 FIM-DEBAUTO       VALUE 'S'.

       77 WS-MANDATO-OK         PIC X(01).
           88 MANDATO-ATIVO     VALUE 'S'.

       01  WS-PERIODO           PIC 9(06).
       01  WS-PERIODO-DEC REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANO    PIC 9(04).
           03 WS-PERIODO-MES    PIC 9(02).
       01  WS-DATA-SISTEMA      PIC 9(08).
       01  WS-DATA-SISTEMA-DEC REDEFINES WS-DATA-SISTEMA.
           03 WS-DATA-SIST-ANO  PIC 9(04).
           03 WS-DATA-SIST-MES  PIC 9(02).
           03 WS-DATA-SIST-DIA  PIC 9(02).
       77 WS-DATA-DEBITO        PIC 9(08).

       01  WS-TAB-MESES-VAL     PIC X(36) VALUE
           'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  WS-TAB-MESES REDEFINES WS-TAB-MESES-VAL.
           03 WS-MES-ABREV      OCCURS 12 TIMES PIC X(03).

      * MESMO HISTORICO MONTADO PELO MENSALID - E POR ELE QUE A
      * REMESSA RECONHECE, NO TITABER, AS MENSALIDADES DA COMPETENCIA.
       01  WS-HISTORICO-MENS.
           03 FILLER            PIC X(12) VALUE 'MENSALIDADE '.
           03 WS-HIST-MES       PIC X(03).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-HIST-ANO       PIC 9(04).
           03 FILLER            PIC X(10) VALUE SPACES.

       77 WS-QTD-MENSALIDADES   PIC 9(05) VALUE ZERO.
       77 WS-QTD-REMETIDOS      PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-REMETIDO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-VALOR-ABERTO       PIC S9(9)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-GERAR-REMESSA
               THRU 2000-GERAR-REMESSA-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA A COMPETENCIA E A DATA DO DEBITO E
      * MONTA O HISTORICO 'MENSALIDADE MMM/AAAA' PROCURADO NO TITABER.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'REMESSA DE DEBITO AUTOMATICO'
           DISPLAY 'PERIODO DE COMPETENCIA (AAAAMM, ZERO = ATUAL):'
           ACCEPT WS-PERIODO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           IF WS-PERIODO EQUAL ZERO
               MOVE WS-DATA-SIST-ANO TO WS-PERIODO-ANO
               MOVE WS-DATA-SIST-MES TO WS-PERIODO-MES
           END-IF
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
               DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF

           DISPLAY 'DATA DO DEBITO (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DATA-DEBITO
           IF WS-DATA-DEBITO EQUAL ZERO
               MOVE WS-DATA-SISTEMA TO WS-DATA-DEBITO
           END-IF

           MOVE WS-MES-ABREV (WS-PERIODO-MES) TO WS-HIST-MES
           MOVE WS-PERIODO-ANO                TO WS-HIST-ANO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GERAR-REMESSA - LE O TITABER DO INICIO AO FIM E, PARA
      * CADA TITULO DE MENSALIDADE DA COMPETENCIA AINDA EM ABERTO,
      * CONFERE O MANDATO DO CLIENTE E GRAVA O ITEM DA REMESSA.
      * MENSALIDADE QUITADA OU ESTORNADA NAO VAI AO BANCO; A
      * PARCIALMENTE PAGA VAI PELO QUE FALTA.
      ******************************************************************
       2000-GERAR-REMESSA.
           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE TITULOS (TITABER) NAO ENCONTRADO'
               GO TO 2000-GERAR-REMESSA-EXIT
           END-IF

           OPEN OUTPUT DEBREMES
           MOVE 'N' TO WS-FIM-TITABER
           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-DEBITO
                           AND TIT-HISTORICO EQUAL WS-HISTORICO-MENS
                           ADD 1 TO WS-QTD-MENSALIDADES
                           IF TIT-EM-ABERTO
                               PERFORM 2100-REMETER-DEBITO
                                   THRU 2100-REMETER-DEBITO-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER
           CLOSE DEBREMES

           DISPLAY 'MENSALIDADES DA COMPETENCIA NO TITABER: '
               WS-QTD-MENSALIDADES
           DISPLAY 'ITENS REMETIDOS (DEBREMES): ' WS-QTD-REMETIDOS
               ' VALOR: ' WS-TOTAL-REMETIDO.
       2000-GERAR-REMESSA-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REMETER-DEBITO - LOCALIZA O MANDATO ATIVO DO CLIENTE DO
      * TITULO CORRENTE E, SE HOUVER, GRAVA O ITEM NA REMESSA COM OS
      * DADOS BANCARIOS DO MANDATO E O VALOR EM ABERTO DO TITULO.
      ******************************************************************
       2100-REMETER-DEBITO.
           COMPUTE WS-VALOR-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           IF WS-VALOR-ABERTO NOT > ZERO
               GO TO 2100-REMETER-DEBITO-EXIT
           END-IF

           PERFORM 2110-LOCALIZAR-MANDATO
               THRU 2110-LOCALIZAR-MANDATO-EXIT
           IF NOT MANDATO-ATIVO
               GO TO 2100-REMETER-DEBITO-EXIT
           END-IF

           MOVE SPACES             TO DEBREM-REG
           MOVE TIT-CHAVE-CLIENTE  TO DRM-CHAVE-CLIENTE
           MOVE DBA-BANCO          TO DRM-BANCO
           MOVE DBA-AGENCIA        TO DRM-AGENCIA
           MOVE DBA-CONTA          TO DRM-CONTA
           MOVE WS-DATA-DEBITO     TO DRM-DATA-DEBITO
           MOVE WS-VALOR-ABERTO    TO DRM-VALOR
           MOVE TIT-HISTORICO      TO DRM-REFERENCIA
           WRITE DEBREM-REG
           ADD 1 TO WS-QTD-REMETIDOS
           ADD WS-VALOR-ABERTO TO WS-TOTAL-REMETIDO.
       2100-REMETER-DEBITO-EXIT.
           EXIT.

      ******************************************************************
      * 2110-LOCALIZAR-MANDATO - VARRE O DEBAUTO ATRAS DO MANDATO
      * ATIVO DO CLIENTE DO TITULO CORRENTE.  ACHANDO, O REGISTRO
      * FICA NA AREA DO DEBAUTO-REG PARA 2100.  UMA PASSADA POR ITEM,
      * MESMO CRITERIO DE CUSTO DAS VARREDURAS DO RETBANCO.
      ******************************************************************
       2110-LOCALIZAR-MANDATO.
           MOVE 'N' TO WS-MANDATO-OK
           MOVE 'N' TO WS-FIM-DEBAUTO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               GO TO 2110-LOCALIZAR-MANDATO-EXIT
           END-IF

           PERFORM UNTIL FIM-DEBAUTO OR MANDATO-ATIVO
               READ DEBAUTO
                   AT END
                       SET FIM-DEBAUTO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL TIT-CHAVE-CLIENTE
                           AND DBA-ATIVO
                           MOVE 'S' TO WS-MANDATO-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBAUTO.
       2110-LOCALIZAR-MANDATO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM DEBAREM.
