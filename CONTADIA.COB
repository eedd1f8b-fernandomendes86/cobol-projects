      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interface contabil diaria - soma os movimentos do
      *          RAZMOVS de um dia por tipo (faturamento de
      *          mensalidade, encargos de atraso, taxa de religacao,
      *          recebimentos bancarios, pagamentos de acordo,
      *          transferencias e parcelas de acordo, baixas de
      *          perdas) e grava no CONTALAN os lancamentos do dia
      *          para o razao geral, com as contas de debito e
      *          credito de cada tipo tiradas do de-para PLANOCTA e o
      *          registro final de totais de controle.  Estorno
      *          (RAZESTOR) entra com as contas do tipo do movimento
      *          original invertidas.  Gravado o CONTALAN, ele e
      *          relido e conciliado tipo a tipo com uma nova leitura
      *          do RAZMOVS do dia (debitos e creditos do tipo = soma
      *          dos movimentos do tipo).  Dia ja enviado no CONTACTL,
      *          movimento com historico fora da tabela de tipos (ou
      *          estorno sem original), tipo sem conta ou CONTALAN que
      *          nao concilia terminam com RETURN-CODE 8, CONTALAN
      *          vazio e nada no CONTACTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTADIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAZMOVS ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

           SELECT MOVORIG ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVORIG.

           SELECT PLANOCTA ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANOCTA.

           SELECT CONTALAN ASSIGN TO "CONTALAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTALAN.

           SELECT CONTACTL ASSIGN TO "CONTACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACTL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAZMOVS
           LABEL RECORDS ARE STANDARD.
       01  MOV-REG.
           COPY RAZMOV.

      * SEGUNDA LEITURA DO RAZMOVS, PARA ACHAR O ORIGINAL DE UM ESTORNO
      * SEM PERDER A POSICAO DA SOMA DO DIA.
       FD  MOVORIG
           LABEL RECORDS ARE STANDARD.
       01  MVO-REG.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==MVO-==.

       FD  PLANOCTA
           LABEL RECORDS ARE STANDARD.
       01  PLANO-REG.
           COPY CONTAPLA.

       FD  CONTALAN
           LABEL RECORDS ARE STANDARD.
       01  CONTALAN-REG.
           COPY CONTALAN.

       FD  CONTACTL
           LABEL RECORDS ARE STANDARD.
       01  CONTACTL-REG.
           COPY CONTACTL.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-MOVORIG     PIC X(02).
           03 WS-FS-PLANOCTA    PIC X(02).
           03 WS-FS-CONTALAN    PIC X(02).
           03 WS-FS-CONTACTL    PIC X(02).

       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-MOVORIG        PIC X(01) VALUE 'N'.
           88 FIM-MOVORIG       VALUE 'S'.
       77 WS-FIM-PLANOCTA       PIC X(01) VALUE 'N'.
           88 FIM-PLANOCTA      VALUE 'S'.
       77 WS-FIM-CONTACTL       PIC X(01) VALUE 'N'.
           88 FIM-CONTACTL      VALUE 'S'.
       77 WS-FIM-CONTALAN       PIC X(01) VALUE 'N'.
           88 FIM-CONTALAN      VALUE 'S'.

       77 WS-DATA-MOVIMENTO     PIC 9(08).
       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).

       77 WS-DIA-RECUSADO       PIC X(01) VALUE 'N'.
           88 DIA-RECUSADO      VALUE 'S'.
       77 WS-JA-ENVIADO         PIC X(01) VALUE 'N'.
           88 DIA-JA-ENVIADO    VALUE 'S'.
       77 WS-ORIGINAL-OK        PIC X(01).
           88 ORIGINAL-ACHADO   VALUE 'S'.
       77 WS-MOV-ESTORNO        PIC X(01).
           88 MOVIMENTO-ESTORNO VALUE 'S'.
       77 WS-TOTAIS-LIDOS       PIC X(01).
           88 TOTAIS-LIDOS      VALUE 'S'.

      * TIPOS DE MOVIMENTO DA INTERFACE, NA ORDEM EM QUE SAEM NO
      * CONTALAN.  A CLASSIFICACAO (2200) E PELO TIPO D/C/B E PELO
      * HISTORICO GRAVADO POR CADA GERADOR DO RAZLOTE:
      *   MENS  D 'MENSALIDADE MMM/AAAA'         (MENSALID)
      *   ENCA  D 'ENCARGOS DE ATRASO ...'       (RAZJUROS)
      *   TAXA  D 'TAXA DE RELIGACAO'            (CORTELIG)
      *   RECB  C 'PAGAMENTO ...' DO BANCO       (RETBANCO/DEBARET/
      *                                           SUSPMAN)
      *   RACD  C 'PAGAMENTO ACORDO NNNNNN'      (PARCELA)
      *   ACDT  C 'ACORDO PARCELAMENTO NNNNNN'   (PARCELA)
      *   ACDP  D 'PARCELA NNN/NNN ACORDO ...'   (PARCELA)
      *   ACDR  D 'ACORDO ROMPIDO NNNNNN'        (PARCELA)
      *   BAIX  B 'BAIXA DE PERDAS'              (BAIXAPER)
      * HISTORICO QUE NAO CAI EM NENHUM TIPO NAO TEM CONTA CERTA NO
      * RAZAO GERAL E RECUSA O DIA - NAO HA TIPO "DEMAIS".
       01  WS-TAB-TIPOS-VAL     PIC X(36) VALUE
           'MENSENCATAXARECBRACDACDTACDPACDRBAIX'.
       01  WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-VAL.
           03 WS-TIPO-CODIGO    OCCURS 9 TIMES PIC X(04).
       77 WS-QTD-TIPOS          PIC 9(02) VALUE 9.

      * WS-ACU-CTL-xxx: CONCILIACAO DO 5500 - SOMA DO TIPO NA SEGUNDA
      * LEITURA DO RAZMOVS E PARTIDAS D/C DO TIPO RELIDAS DO CONTALAN.
       01  WS-TAB-ACUMULADORES.
           03 WS-ACU OCCURS 9 TIMES.
               05 WS-ACU-QTD        PIC 9(07).
               05 WS-ACU-VALOR      PIC S9(11)V9(2).
               05 WS-ACU-QTD-EST    PIC 9(07).
               05 WS-ACU-VALOR-EST  PIC S9(11)V9(2).
               05 WS-ACU-CONTA-D    PIC X(12).
               05 WS-ACU-CONTA-C    PIC X(12).
               05 WS-ACU-DESCRICAO  PIC X(30).
               05 WS-ACU-CTL-RAZMOVS PIC S9(11)V9(2).
               05 WS-ACU-CTL-DEBITO  PIC S9(11)V9(2).
               05 WS-ACU-CTL-CREDITO PIC S9(11)V9(2).

       77 WS-IDX-TIPO           PIC 9(02).
      * MOVIMENTO A CLASSIFICAR (O DO DIA OU O ORIGINAL DO ESTORNO).
       77 WS-CLS-TIPO           PIC X(01).
       77 WS-CLS-HISTORICO      PIC X(30).
       77 WS-CLS-CODIGO         PIC X(04).

       01  WS-HIST-LIDO.
           COPY ESTORNO.

       01  WS-HIST-ESTORNO-GL.
           03 FILLER            PIC X(08) VALUE 'ESTORNO '.
           03 WS-HEG-DESCRICAO  PIC X(22).

       77 WS-QTD-MOVIMENTOS     PIC 9(07) VALUE ZERO.
       77 WS-VALOR-MOVIMENTOS   PIC S9(13)V9(2) VALUE ZERO.
       77 WS-QTD-ESTORNOS       PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEM-ORIGINAL   PIC 9(07) VALUE ZERO.
       77 WS-QTD-SEM-TIPO       PIC 9(07) VALUE ZERO.
       77 WS-QTD-PARTIDAS       PIC 9(07) VALUE ZERO.
       77 WS-NUMERO-LANC        PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-DEBITO       PIC S9(13)V9(2) VALUE ZERO.
       77 WS-TOTAL-CREDITO      PIC S9(13)V9(2) VALUE ZERO.

      * TOTAIS RELIDOS DO CONTALAN NA CONCILIACAO.
       77 WS-CTL-QTD-PARTIDAS   PIC 9(07) VALUE ZERO.
       77 WS-CTL-DEBITO         PIC S9(13)V9(2) VALUE ZERO.
       77 WS-CTL-CREDITO        PIC S9(13)V9(2) VALUE ZERO.
       77 WS-CTL-QTD-SEM-TIPO   PIC 9(07) VALUE ZERO.
       77 WS-TOT-QTD-PARTIDAS   PIC 9(07) VALUE ZERO.
       77 WS-TOT-DEBITO         PIC S9(13)V9(2) VALUE ZERO.
       77 WS-TOT-CREDITO        PIC S9(13)V9(2) VALUE ZERO.

      * PARTIDA DOBRADA EM MONTAGEM (2 LINHAS NO CONTALAN).
       77 WS-LAN-CONTA-D        PIC X(12).
       77 WS-LAN-CONTA-C        PIC X(12).
       77 WS-LAN-VALOR          PIC S9(11)V9(2).
       77 WS-LAN-HISTORICO      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-SOMAR-MOVIMENTOS
               THRU 2000-SOMAR-MOVIMENTOS-EXIT
           PERFORM 3000-BUSCAR-CONTAS THRU 3000-BUSCAR-CONTAS-EXIT
           PERFORM 4000-CONFERIR-DIA THRU 4000-CONFERIR-DIA-EXIT
           IF NOT DIA-RECUSADO
               PERFORM 5000-GRAVAR-PARTIDAS
                   THRU 5000-GRAVAR-PARTIDAS-EXIT
               PERFORM 5500-CONCILIAR-CONTALAN
                   THRU 5500-CONCILIAR-CONTALAN-EXIT
           END-IF
           IF DIA-RECUSADO
               MOVE 8 TO RETURN-CODE
               OPEN OUTPUT CONTALAN
               CLOSE CONTALAN
               DISPLAY 'DIA ' WS-DATA-MOVIMENTO ' RECUSADO - CONTALAN '
                   'VAZIO, NADA A ENVIAR A CONTABILIDADE'
           ELSE
               PERFORM 6000-REGISTRAR-DIA THRU 6000-REGISTRAR-DIA-EXIT
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA O DIA DE MOVIMENTO (ZERO = HOJE),
      * ZERA OS ACUMULADORES E RECUSA DE SAIDA O DIA QUE JA CONSTA DO
      * CONTACTL - O ARQUIVO DAQUELE DIA JA FOI GERADO E NAO E MEXIDO.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'INTERFACE CONTABIL DIARIA'
           DISPLAY 'DIA DE MOVIMENTO (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DATA-MOVIMENTO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           IF WS-DATA-MOVIMENTO EQUAL ZERO
               MOVE WS-DATA-SISTEMA TO WS-DATA-MOVIMENTO
           END-IF

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
               MOVE ZERO   TO WS-ACU-QTD (WS-IDX-TIPO)
               MOVE ZERO   TO WS-ACU-VALOR (WS-IDX-TIPO)
               MOVE ZERO   TO WS-ACU-QTD-EST (WS-IDX-TIPO)
               MOVE ZERO   TO WS-ACU-VALOR-EST (WS-IDX-TIPO)
               MOVE SPACES TO WS-ACU-CONTA-D (WS-IDX-TIPO)
               MOVE SPACES TO WS-ACU-CONTA-C (WS-IDX-TIPO)
               MOVE SPACES TO WS-ACU-DESCRICAO (WS-IDX-TIPO)
               MOVE ZERO   TO WS-ACU-CTL-RAZMOVS (WS-IDX-TIPO)
               MOVE ZERO   TO WS-ACU-CTL-DEBITO (WS-IDX-TIPO)
               MOVE ZERO   TO WS-ACU-CTL-CREDITO (WS-IDX-TIPO)
           END-PERFORM

           MOVE 'N' TO WS-JA-ENVIADO
           MOVE 'N' TO WS-FIM-CONTACTL
           OPEN INPUT CONTACTL
           IF WS-FS-CONTACTL EQUAL '00'
               PERFORM UNTIL FIM-CONTACTL OR DIA-JA-ENVIADO
                   READ CONTACTL
                       AT END
                           SET FIM-CONTACTL TO TRUE
                       NOT AT END
                           IF CCT-DATA-MOVIMENTO EQUAL WS-DATA-MOVIMENTO
                               MOVE 'S' TO WS-JA-ENVIADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTL
           END-IF

           IF DIA-JA-ENVIADO
               DISPLAY 'DIA ' WS-DATA-MOVIMENTO ' JA ENVIADO EM '
                   CCT-DATA-GERACAO ' - NAO E GERADO DE NOVO'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SOMAR-MOVIMENTOS - LE O RAZMOVS E ACUMULA CADA MOVIMENTO
      * DO DIA NO SEU TIPO.  ESTORNO ACUMULA A PARTE, NO TIPO DO
      * MOVIMENTO ORIGINAL.
      ******************************************************************
       2000-SOMAR-MOVIMENTOS.
           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE MOVIMENTOS (RAZMOVS) NAO ENCONTRADO'
               GO TO 2000-SOMAR-MOVIMENTOS-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-RAZMOVS
           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-DATA EQUAL WS-DATA-MOVIMENTO
                           PERFORM 2100-ACUMULAR-MOVIMENTO
                               THRU 2100-ACUMULAR-MOVIMENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS.
       2000-SOMAR-MOVIMENTOS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACUMULAR-MOVIMENTO - CLASSIFICA O MOVIMENTO CORRENTE E
      * SOMA NO ACUMULADOR DO TIPO (O ESTORNO A PARTE).  MOVIMENTO SEM
      * TIPO E LISTADO E RECUSA O DIA.
      ******************************************************************
       2100-ACUMULAR-MOVIMENTO.
           ADD 1 TO WS-QTD-MOVIMENTOS
           ADD MOV-VALOR TO WS-VALOR-MOVIMENTOS
           PERFORM 2150-TIPO-DO-MOVIMENTO
               THRU 2150-TIPO-DO-MOVIMENTO-EXIT
           IF MOVIMENTO-ESTORNO
               ADD 1 TO WS-QTD-ESTORNOS
               IF NOT ORIGINAL-ACHADO
                   ADD 1 TO WS-QTD-SEM-ORIGINAL
               END-IF
           END-IF

           IF WS-IDX-TIPO > WS-QTD-TIPOS
               ADD 1 TO WS-QTD-SEM-TIPO
               MOVE 'S' TO WS-DIA-RECUSADO
               DISPLAY 'SEM TIPO NA INTERFACE: ' MOV-CHAVE-CLIENTE
                   ' SEQ ' MOV-SEQ ' ' MOV-TIPO ' ' MOV-HISTORICO
               GO TO 2100-ACUMULAR-MOVIMENTO-EXIT
           END-IF

           IF MOVIMENTO-ESTORNO
               ADD 1 TO WS-ACU-QTD-EST (WS-IDX-TIPO)
               ADD MOV-VALOR TO WS-ACU-VALOR-EST (WS-IDX-TIPO)
           ELSE
               ADD 1 TO WS-ACU-QTD (WS-IDX-TIPO)
               ADD MOV-VALOR TO WS-ACU-VALOR (WS-IDX-TIPO)
           END-IF.
       2100-ACUMULAR-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2150-TIPO-DO-MOVIMENTO - DEVOLVE EM WS-IDX-TIPO O TIPO DO
      * MOVIMENTO CORRENTE DO RAZMOVS.  NO ESTORNO A CLASSIFICACAO E A
      * DO ORIGINAL; ESTORNO SEM ORIGINAL NO RAZMOVS FICA SEM TIPO
      * (WS-IDX-TIPO ALEM DA TABELA), COMO O HISTORICO DESCONHECIDO.
      ******************************************************************
       2150-TIPO-DO-MOVIMENTO.
           MOVE 'N' TO WS-MOV-ESTORNO
           MOVE 'N' TO WS-ORIGINAL-OK
           MOVE MOV-HISTORICO TO WS-HIST-LIDO

           IF NOT EST-E-ESTORNO
               MOVE MOV-TIPO      TO WS-CLS-TIPO
               MOVE MOV-HISTORICO TO WS-CLS-HISTORICO
               PERFORM 2200-CLASSIFICAR THRU 2200-CLASSIFICAR-EXIT
               GO TO 2150-TIPO-DO-MOVIMENTO-EXIT
           END-IF

           MOVE 'S' TO WS-MOV-ESTORNO
           PERFORM 2300-LOCALIZAR-ORIGINAL
               THRU 2300-LOCALIZAR-ORIGINAL-EXIT
           IF ORIGINAL-ACHADO
               MOVE MVO-TIPO      TO WS-CLS-TIPO
               MOVE MVO-HISTORICO TO WS-CLS-HISTORICO
               PERFORM 2200-CLASSIFICAR THRU 2200-CLASSIFICAR-EXIT
           ELSE
               COMPUTE WS-IDX-TIPO = WS-QTD-TIPOS + 1
           END-IF.
       2150-TIPO-DO-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLASSIFICAR - DEVOLVE EM WS-IDX-TIPO O TIPO DA INTERFACE
      * DO MOVIMENTO WS-CLS-TIPO/WS-CLS-HISTORICO (VER A TABELA DE
      * TIPOS).  HISTORICO FORA DA TABELA DEVOLVE WS-IDX-TIPO ALEM DO
      * ULTIMO TIPO.
      ******************************************************************
       2200-CLASSIFICAR.
           MOVE SPACES TO WS-CLS-CODIGO
           IF WS-CLS-TIPO EQUAL 'B'
               MOVE 'BAIX' TO WS-CLS-CODIGO
           END-IF
           IF WS-CLS-TIPO EQUAL 'D'
               IF WS-CLS-HISTORICO (1:12) EQUAL 'MENSALIDADE '
                   MOVE 'MENS' TO WS-CLS-CODIGO
               END-IF
               IF WS-CLS-HISTORICO (1:8) EQUAL 'ENCARGOS'
                   MOVE 'ENCA' TO WS-CLS-CODIGO
               END-IF
               IF WS-CLS-HISTORICO EQUAL 'TAXA DE RELIGACAO'
                   MOVE 'TAXA' TO WS-CLS-CODIGO
               END-IF
               IF WS-CLS-HISTORICO (1:8) EQUAL 'PARCELA '
                   MOVE 'ACDP' TO WS-CLS-CODIGO
               END-IF
               IF WS-CLS-HISTORICO (1:15) EQUAL 'ACORDO ROMPIDO '
                   MOVE 'ACDR' TO WS-CLS-CODIGO
               END-IF
           END-IF
           IF WS-CLS-TIPO EQUAL 'C'
               IF WS-CLS-HISTORICO (1:10) EQUAL 'PAGAMENTO '
                   MOVE 'RECB' TO WS-CLS-CODIGO
               END-IF
               IF WS-CLS-HISTORICO (1:17)
                       EQUAL 'PAGAMENTO ACORDO '
                   MOVE 'RACD' TO WS-CLS-CODIGO
               END-IF
               IF WS-CLS-HISTORICO (1:20)
                       EQUAL 'ACORDO PARCELAMENTO '
                   MOVE 'ACDT' TO WS-CLS-CODIGO
               END-IF
           END-IF

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
                   OR WS-TIPO-CODIGO (WS-IDX-TIPO) EQUAL WS-CLS-CODIGO
               CONTINUE
           END-PERFORM.
       2200-CLASSIFICAR-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOCALIZAR-ORIGINAL - PROCURA NA SEGUNDA LEITURA DO RAZMOVS
      * (MOVORIG) O MOVIMENTO APONTADO PELO HISTORICO DO ESTORNO
      * CORRENTE (DATA E SEQUENCIA DO ORIGINAL, VER ESTORNO.CPY).
      ******************************************************************
       2300-LOCALIZAR-ORIGINAL.
           MOVE 'N' TO WS-ORIGINAL-OK
           MOVE 'N' TO WS-FIM-MOVORIG

           OPEN INPUT MOVORIG
           IF WS-FS-MOVORIG NOT EQUAL '00'
               GO TO 2300-LOCALIZAR-ORIGINAL-EXIT
           END-IF

           PERFORM UNTIL FIM-MOVORIG OR ORIGINAL-ACHADO
               READ MOVORIG
                   AT END
                       SET FIM-MOVORIG TO TRUE
                   NOT AT END
                       IF MVO-DATA EQUAL EST-DATA-ORIGINAL
                           AND MVO-SEQ EQUAL EST-SEQ-ORIGINAL
                           AND MVO-CHAVE-CLIENTE EQUAL MOV-CHAVE-CLIENTE
                           MOVE 'S' TO WS-ORIGINAL-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVORIG.
       2300-LOCALIZAR-ORIGINAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BUSCAR-CONTAS - PARA CADA TIPO COM MOVIMENTO NO DIA, BUSCA
      * NO PLANOCTA AS CONTAS DE DEBITO E CREDITO.  TIPO SEM LINHA NO
      * DE-PARA OU COM CONTA EM BRANCO RECUSA O DIA.
      ******************************************************************
       3000-BUSCAR-CONTAS.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
               IF WS-ACU-QTD (WS-IDX-TIPO) > ZERO
                   OR WS-ACU-QTD-EST (WS-IDX-TIPO) > ZERO
                   PERFORM 3100-LER-PLANO THRU 3100-LER-PLANO-EXIT
                   IF WS-ACU-CONTA-D (WS-IDX-TIPO) EQUAL SPACES
                       OR WS-ACU-CONTA-C (WS-IDX-TIPO) EQUAL SPACES
                       DISPLAY 'TIPO ' WS-TIPO-CODIGO (WS-IDX-TIPO)
                           ' SEM CONTAS NO PLANOCTA'
                       MOVE 'S' TO WS-DIA-RECUSADO
                   END-IF
               END-IF
           END-PERFORM.
       3000-BUSCAR-CONTAS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LER-PLANO - VARRE O PLANOCTA ATRAS DA LINHA DO TIPO
      * WS-IDX-TIPO E GUARDA AS CONTAS E A DESCRICAO NO ACUMULADOR.
      ******************************************************************
       3100-LER-PLANO.
           MOVE 'N' TO WS-FIM-PLANOCTA
           OPEN INPUT PLANOCTA
           IF WS-FS-PLANOCTA NOT EQUAL '00'
               GO TO 3100-LER-PLANO-EXIT
           END-IF

           PERFORM UNTIL FIM-PLANOCTA
               READ PLANOCTA
                   AT END
                       SET FIM-PLANOCTA TO TRUE
                   NOT AT END
                       IF PLC-TIPO EQUAL WS-TIPO-CODIGO (WS-IDX-TIPO)
                           MOVE PLC-CONTA-DEBITO
                               TO WS-ACU-CONTA-D (WS-IDX-TIPO)
                           MOVE PLC-CONTA-CREDITO
                               TO WS-ACU-CONTA-C (WS-IDX-TIPO)
                           MOVE PLC-DESCRICAO
                               TO WS-ACU-DESCRICAO (WS-IDX-TIPO)
                           SET FIM-PLANOCTA TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLANOCTA.
       3100-LER-PLANO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFERIR-DIA - TOTAIS DO DIA PARA O REGISTRO DE CONTROLE
      * DO CONTALAN E DO CONTACTL.  MOVIMENTO SEM TIPO (2100) JA
      * RECUSOU O DIA; O FECHAMENTO CONTRA O RAZMOVS E CONFERIDO NO
      * 5500, SOBRE O CONTALAN GRAVADO.
      ******************************************************************
       4000-CONFERIR-DIA.
           MOVE ZERO TO WS-TOTAL-DEBITO
           MOVE ZERO TO WS-TOTAL-CREDITO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
               ADD WS-ACU-VALOR (WS-IDX-TIPO)     TO WS-TOTAL-DEBITO
               ADD WS-ACU-VALOR-EST (WS-IDX-TIPO) TO WS-TOTAL-DEBITO
               ADD WS-ACU-VALOR (WS-IDX-TIPO)     TO WS-TOTAL-CREDITO
               ADD WS-ACU-VALOR-EST (WS-IDX-TIPO) TO WS-TOTAL-CREDITO
           END-PERFORM

           DISPLAY 'MOVIMENTOS DO DIA: ' WS-QTD-MOVIMENTOS
               ' VALOR: ' WS-VALOR-MOVIMENTOS
           DISPLAY 'ESTORNOS: ' WS-QTD-ESTORNOS
               ' SEM ORIGINAL NO RAZMOVS: ' WS-QTD-SEM-ORIGINAL
           DISPLAY 'TOTAL A DEBITO: ' WS-TOTAL-DEBITO
               ' TOTAL A CREDITO: ' WS-TOTAL-CREDITO

           IF WS-QTD-SEM-TIPO > ZERO
               DISPLAY 'MOVIMENTOS SEM TIPO NA INTERFACE: '
                   WS-QTD-SEM-TIPO
               MOVE 'S' TO WS-DIA-RECUSADO
           END-IF.
       4000-CONFERIR-DIA-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-PARTIDAS - GRAVA NO CONTALAN, POR TIPO, O
      * LANCAMENTO DO TOTAL NORMAL E O DO TOTAL ESTORNADO (CONTAS
      * INVERTIDAS), E FECHA COM O REGISTRO DE TOTAIS DE CONTROLE.
      ******************************************************************
       5000-GRAVAR-PARTIDAS.
           OPEN OUTPUT CONTALAN
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
               IF WS-ACU-VALOR (WS-IDX-TIPO) NOT EQUAL ZERO
                   MOVE WS-ACU-CONTA-D (WS-IDX-TIPO) TO WS-LAN-CONTA-D
                   MOVE WS-ACU-CONTA-C (WS-IDX-TIPO) TO WS-LAN-CONTA-C
                   MOVE WS-ACU-VALOR (WS-IDX-TIPO)   TO WS-LAN-VALOR
                   MOVE WS-ACU-DESCRICAO (WS-IDX-TIPO)
                       TO WS-LAN-HISTORICO
                   PERFORM 5100-GRAVAR-LANCAMENTO
                       THRU 5100-GRAVAR-LANCAMENTO-EXIT
               END-IF
               IF WS-ACU-VALOR-EST (WS-IDX-TIPO) NOT EQUAL ZERO
                   MOVE WS-ACU-CONTA-C (WS-IDX-TIPO) TO WS-LAN-CONTA-D
                   MOVE WS-ACU-CONTA-D (WS-IDX-TIPO) TO WS-LAN-CONTA-C
                   MOVE WS-ACU-VALOR-EST (WS-IDX-TIPO) TO WS-LAN-VALOR
                   MOVE WS-ACU-DESCRICAO (WS-IDX-TIPO)
                       TO WS-HEG-DESCRICAO
                   MOVE WS-HIST-ESTORNO-GL TO WS-LAN-HISTORICO
                   PERFORM 5100-GRAVAR-LANCAMENTO
                       THRU 5100-GRAVAR-LANCAMENTO-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES              TO CONTALAN-REG
           SET CTB-TOTAIS           TO TRUE
           MOVE WS-DATA-MOVIMENTO   TO CTB-TOT-DATA
           MOVE WS-QTD-PARTIDAS     TO CTB-TOT-QTD-PARTIDAS
           MOVE WS-TOTAL-DEBITO     TO CTB-TOT-DEBITO
           MOVE WS-TOTAL-CREDITO    TO CTB-TOT-CREDITO
           MOVE WS-QTD-MOVIMENTOS   TO CTB-TOT-QTD-MOV
           MOVE WS-VALOR-MOVIMENTOS TO CTB-TOT-VALOR-MOV
           WRITE CONTALAN-REG
           CLOSE CONTALAN

           DISPLAY 'LANCAMENTOS GRAVADOS (CONTALAN): ' WS-NUMERO-LANC
               ' PARTIDAS: ' WS-QTD-PARTIDAS.
       5000-GRAVAR-PARTIDAS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-GRAVAR-LANCAMENTO - GRAVA O PAR DE PARTIDAS D/C DO
      * LANCAMENTO MONTADO EM WS-LAN-xxx, COM O PROXIMO NUMERO.
      ******************************************************************
       5100-GRAVAR-LANCAMENTO.
           ADD 1 TO WS-NUMERO-LANC

           MOVE SPACES              TO CONTALAN-REG
           SET CTB-PARTIDA          TO TRUE
           MOVE WS-DATA-MOVIMENTO   TO CTB-DATA
           MOVE WS-NUMERO-LANC      TO CTB-NUMERO
           MOVE WS-LAN-CONTA-D      TO CTB-CONTA
           MOVE 'D'                 TO CTB-NATUREZA
           MOVE WS-LAN-VALOR        TO CTB-VALOR
           MOVE WS-TIPO-CODIGO (WS-IDX-TIPO) TO CTB-TIPO-MOV
           MOVE WS-LAN-HISTORICO    TO CTB-HISTORICO
           WRITE CONTALAN-REG

           MOVE WS-LAN-CONTA-C      TO CTB-CONTA
           MOVE 'C'                 TO CTB-NATUREZA
           WRITE CONTALAN-REG
           ADD 2 TO WS-QTD-PARTIDAS.
       5100-GRAVAR-LANCAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 5500-CONCILIAR-CONTALAN - CONFERENCIA DO CONTALAN GRAVADO
      * CONTRA O RAZMOVS: RELE OS MOVIMENTOS DO DIA E SOMA CADA UM NO
      * SEU TIPO (5510), RELE O CONTALAN E SOMA AS PARTIDAS D E C DE
      * CADA TIPO (5520).  O DIA SO E REGISTRADO SE, EM TODO TIPO, O
      * DEBITO E O CREDITO DO CONTALAN FOREM IGUAIS A SOMA DO RAZMOVS
      * E SE O REGISTRO DE TOTAIS BATER COM AS PARTIDAS LIDAS.
      ******************************************************************
       5500-CONCILIAR-CONTALAN.
           PERFORM 5510-SOMAR-RAZMOVS THRU 5510-SOMAR-RAZMOVS-EXIT
           PERFORM 5520-SOMAR-CONTALAN THRU 5520-SOMAR-CONTALAN-EXIT

           IF WS-CTL-QTD-SEM-TIPO > ZERO
               DISPLAY 'CONCILIACAO: ' WS-CTL-QTD-SEM-TIPO
                   ' MOVIMENTOS/PARTIDAS SEM TIPO'
               MOVE 'S' TO WS-DIA-RECUSADO
           END-IF

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
               IF WS-ACU-CTL-DEBITO (WS-IDX-TIPO)
                       NOT EQUAL WS-ACU-CTL-RAZMOVS (WS-IDX-TIPO)
                   OR WS-ACU-CTL-CREDITO (WS-IDX-TIPO)
                       NOT EQUAL WS-ACU-CTL-RAZMOVS (WS-IDX-TIPO)
                   DISPLAY 'TIPO ' WS-TIPO-CODIGO (WS-IDX-TIPO)
                       ' NAO CONCILIA - RAZMOVS: '
                       WS-ACU-CTL-RAZMOVS (WS-IDX-TIPO)
                   DISPLAY '     CONTALAN DEBITO: '
                       WS-ACU-CTL-DEBITO (WS-IDX-TIPO)
                       ' CREDITO: ' WS-ACU-CTL-CREDITO (WS-IDX-TIPO)
                   MOVE 'S' TO WS-DIA-RECUSADO
               END-IF
           END-PERFORM

           IF NOT TOTAIS-LIDOS
               DISPLAY 'CONCILIACAO: CONTALAN SEM REGISTRO DE TOTAIS'
               MOVE 'S' TO WS-DIA-RECUSADO
               GO TO 5500-CONCILIAR-CONTALAN-EXIT
           END-IF
           IF WS-TOT-QTD-PARTIDAS NOT EQUAL WS-CTL-QTD-PARTIDAS
               OR WS-TOT-DEBITO NOT EQUAL WS-CTL-DEBITO
               OR WS-TOT-CREDITO NOT EQUAL WS-CTL-CREDITO
               DISPLAY 'CONCILIACAO: TOTAIS DO CONTALAN NAO BATEM '
                   'COM AS PARTIDAS LIDAS'
               MOVE 'S' TO WS-DIA-RECUSADO
           END-IF.
       5500-CONCILIAR-CONTALAN-EXIT.
           EXIT.

      ******************************************************************
      * 5510-SOMAR-RAZMOVS - SEGUNDA LEITURA DO RAZMOVS: SOMA CADA
      * MOVIMENTO DO DIA (NORMAL OU ESTORNO) NO WS-ACU-CTL-RAZMOVS DO
      * SEU TIPO.
      ******************************************************************
       5510-SOMAR-RAZMOVS.
           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               GO TO 5510-SOMAR-RAZMOVS-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-RAZMOVS
           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-DATA EQUAL WS-DATA-MOVIMENTO
                           PERFORM 2150-TIPO-DO-MOVIMENTO
                               THRU 2150-TIPO-DO-MOVIMENTO-EXIT
                           IF WS-IDX-TIPO > WS-QTD-TIPOS
                               ADD 1 TO WS-CTL-QTD-SEM-TIPO
                           ELSE
                               ADD MOV-VALOR
                                 TO WS-ACU-CTL-RAZMOVS (WS-IDX-TIPO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS.
       5510-SOMAR-RAZMOVS-EXIT.
           EXIT.

      ******************************************************************
      * 5520-SOMAR-CONTALAN - RELE O CONTALAN GRAVADO: SOMA AS
      * PARTIDAS D E C NO TIPO DE CADA UMA E NO TOTAL, E GUARDA O
      * REGISTRO DE TOTAIS (O ULTIMO) EM WS-TOT-xxx.
      ******************************************************************
       5520-SOMAR-CONTALAN.
           MOVE ZERO TO WS-CTL-QTD-PARTIDAS
           MOVE ZERO TO WS-CTL-DEBITO
           MOVE ZERO TO WS-CTL-CREDITO
           MOVE 'N' TO WS-TOTAIS-LIDOS
           MOVE 'N' TO WS-FIM-CONTALAN

           OPEN INPUT CONTALAN
           IF WS-FS-CONTALAN NOT EQUAL '00'
               GO TO 5520-SOMAR-CONTALAN-EXIT
           END-IF

           PERFORM UNTIL FIM-CONTALAN
               READ CONTALAN
                   AT END
                       SET FIM-CONTALAN TO TRUE
                   NOT AT END
                       IF CTB-TOTAIS
                           MOVE 'S' TO WS-TOTAIS-LIDOS
                           MOVE CTB-TOT-QTD-PARTIDAS
                               TO WS-TOT-QTD-PARTIDAS
                           MOVE CTB-TOT-DEBITO  TO WS-TOT-DEBITO
                           MOVE CTB-TOT-CREDITO TO WS-TOT-CREDITO
                           SET FIM-CONTALAN TO TRUE
                       ELSE
                           PERFORM 5530-SOMAR-PARTIDA
                               THRU 5530-SOMAR-PARTIDA-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTALAN.
       5520-SOMAR-CONTALAN-EXIT.
           EXIT.

      ******************************************************************
      * 5530-SOMAR-PARTIDA - CONTA A PARTIDA CORRENTE DO CONTALAN E
      * SOMA O VALOR NO TOTAL E NO ACUMULADOR DO SEU TIPO, PELA
      * NATUREZA (D/C).  PARTIDA DE TIPO FORA DA TABELA E CONTADA A
      * PARTE E RECUSA O DIA NA CONCILIACAO (5500).
      ******************************************************************
       5530-SOMAR-PARTIDA.
           ADD 1 TO WS-CTL-QTD-PARTIDAS
           MOVE CTB-TIPO-MOV TO WS-CLS-CODIGO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-QTD-TIPOS
                   OR WS-TIPO-CODIGO (WS-IDX-TIPO) EQUAL WS-CLS-CODIGO
               CONTINUE
           END-PERFORM
           IF WS-IDX-TIPO > WS-QTD-TIPOS
               ADD 1 TO WS-CTL-QTD-SEM-TIPO
               GO TO 5530-SOMAR-PARTIDA-EXIT
           END-IF

           IF CTB-NATUREZA EQUAL 'D'
               ADD CTB-VALOR TO WS-CTL-DEBITO
               ADD CTB-VALOR TO WS-ACU-CTL-DEBITO (WS-IDX-TIPO)
           ELSE
               ADD CTB-VALOR TO WS-CTL-CREDITO
               ADD CTB-VALOR TO WS-ACU-CTL-CREDITO (WS-IDX-TIPO)
           END-IF.
       5530-SOMAR-PARTIDA-EXIT.
           EXIT.

      ******************************************************************
      * 6000-REGISTRAR-DIA - ACRESCENTA O DIA GERADO AO CONTACTL, QUE
      * PASSA A BARRAR A SEGUNDA GERACAO DO MESMO DIA.
      ******************************************************************
       6000-REGISTRAR-DIA.
           OPEN EXTEND CONTACTL
           IF WS-FS-CONTACTL EQUAL '35'
               OPEN OUTPUT CONTACTL
               CLOSE CONTACTL
               OPEN EXTEND CONTACTL
           END-IF
           MOVE SPACES            TO CONTACTL-REG
           MOVE WS-DATA-MOVIMENTO TO CCT-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA   TO CCT-DATA-GERACAO
           MOVE WS-HORA-SISTEMA   TO CCT-HORA-GERACAO
           MOVE WS-QTD-MOVIMENTOS TO CCT-QTD-MOVIMENTOS
           MOVE WS-TOTAL-DEBITO   TO CCT-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO  TO CCT-TOTAL-CREDITO
           WRITE CONTACTL-REG
           CLOSE CONTACTL
           DISPLAY 'DIA ' WS-DATA-MOVIMENTO
               ' REGISTRADO COMO ENVIADO (CONTACTL)'.
       6000-REGISTRAR-DIA-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM CONTADIA.
