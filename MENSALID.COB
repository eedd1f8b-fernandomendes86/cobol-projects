      * Purpose: Gerador do faturamento mensal - varre o CLIEMSTR,
      *          localiza a UF de cada cliente ativo pela faixa de CEP
      *          (CEPFAIXA), busca o valor da mensalidade na tabela de
      *          tarifas por UF (TARIFUF, linha em vigor no primeiro
      *          dia da competencia) e gera no RAZLOTE os
      *          lancamentos de debito com historico 'MENSALIDADE
      *          MMM/AAAA', com relatorio de controle (MENSAREL) da
      *          quantidade e do valor total gerados para conferencia
      *          antes de o RAZAO aplicar o lote.  Cliente suspenso
      *          pelo CORTELIG ainda paga a competencia em que o corte
      *          aconteceu (teve o servico parte do mes); as
      *          competencias seguintes sao puladas ate a religacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT MENSAREL ASSIGN TO "MENSAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MENSAREL.
       01  LANC-REG.
           COPY LANCTO.

       FD  RAZLTCTL
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY LOTECTL.

       FD  MENSAREL
           LABEL RECORDS ARE STANDARD.
       01  MEN-LINHA-REG.
           03 WS-FS-CEPFAIXA    PIC X(02).
           03 WS-FS-TARIFUF     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-MENSAREL    PIC X(02).

       77 WS-FIM-CLIEMSTR       PIC X(01) VALUE 'N'.
               05 WS-FAIXA-FIM      PIC 9(08).

      * UMA ENTRADA POR PAR UF/CATEGORIA DO TARIFUF (ATE 27 UFS X 3
      * CATEGORIAS = 81 PARES), COM O VALOR DA LINHA EM VIGOR NA
      * COMPETENCIA (WS-TARIFA-VIGENCIA GUARDA A VIGENCIA DELA).
       01  WS-TAB-TARIFAS.
           03 WS-QTD-TARIFAS    PIC 9(03) VALUE ZERO.
           03 WS-TARIFA OCCURS 150 TIMES INDEXED BY WS-IDX-TAR.
               05 WS-TARIFA-UF      PIC X(02).
               05 WS-TARIFA-CAT     PIC X(01).
               05 WS-TARIFA-VALOR   PIC 9(07)V9(2).
               05 WS-TARIFA-VIGENCIA PIC 9(08).
               05 WS-TARIFA-QTD     PIC 9(05).
               05 WS-TARIFA-TOTAL   PIC S9(9)V9(2).

       77 WS-ACHOU-TARIFA       PIC X(01).
           88 ACHOU-TARIFA      VALUE 'S'.
       77 WS-VALOR-MENSALIDADE  PIC 9(07)V9(2).
      * PRIMEIRO DIA DA COMPETENCIA (AAAAMM01) - LIMITE DA VIGENCIA
      * DAS LINHAS DO TARIFUF - E VIGENCIA DA LINHA LIDA.
       77 WS-DATA-COMPETENCIA   PIC 9(08).
       77 WS-VIGENCIA-LIDA      PIC 9(08).
       77 WS-QTD-TAR-FUTURAS    PIC 9(05) VALUE ZERO.

       01  WS-PERIODO           PIC 9(06).
       01  WS-PERIODO-DEC REDEFINES WS-PERIODO.
       77 WS-TOTAL-GERADO       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-QTD-SEM-FAIXA      PIC 9(05) VALUE ZERO.
       77 WS-QTD-SEM-TARIFA     PIC 9(05) VALUE ZERO.
       77 WS-QTD-SUSP-FATURADOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-SUSP-PULADOS   PIC 9(05) VALUE ZERO.

      * COMPETENCIA (AAAAMM) DA DATA DE SUSPENSAO DO CLIENTE CORRENTE.
       01  WS-DATA-SUSPENSAO    PIC 9(08).
       01  WS-DATA-SUSPENSAO-DEC REDEFINES WS-DATA-SUSPENSAO.
           03 WS-PERIODO-SUSPENSAO PIC 9(06).
           03 FILLER            PIC 9(02).

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
      ******************************************************************
      * 1200-CARREGAR-TARIFAS - CARREGA A TABELA DE TARIFAS POR UF DO
      * ARQUIVO TARIFUF, ZERANDO OS ACUMULADORES DE CONTROLE POR UF.
      * SO ENTRA A LINHA EM VIGOR NA COMPETENCIA DE CADA PAR, PARA QUE
      * UMA COMPETENCIA ANTIGA REPROCESSADA SAIA PELO PRECO DA EPOCA.
      ******************************************************************
       1200-CARREGAR-TARIFAS.
           MOVE ZERO TO WS-QTD-TARIFAS
           MOVE ZERO TO WS-QTD-TAR-FUTURAS
           MOVE 'N'  TO WS-FIM-TARIFUF
           COMPUTE WS-DATA-COMPETENCIA = WS-PERIODO * 100 + 1
           OPEN INPUT TARIFUF
           IF WS-FS-TARIFUF NOT EQUAL '00'
               GO TO 1200-CARREGAR-TARIFAS-EXIT
                   AT END
                       SET FIM-TARIFUF TO TRUE
                   NOT AT END
                       PERFORM 1210-GUARDAR-TARIFA
                           THRU 1210-GUARDAR-TARIFA-EXIT
               END-READ
           END-PERFORM
           CLOSE TARIFUF

           IF WS-QTD-TAR-FUTURAS GREATER THAN ZERO
               DISPLAY 'LINHAS DO TARIFUF COM VIGENCIA POSTERIOR A '
                   'COMPETENCIA (IGNORADAS): ' WS-QTD-TAR-FUTURAS
           END-IF.
       1200-CARREGAR-TARIFAS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-GUARDAR-TARIFA - LINHA COM VIGENCIA POSTERIOR AO PRIMEIRO
      * DIA DA COMPETENCIA NAO VALE PARA ELA.  DAS DEMAIS, FICA NA
      * TABELA, POR PAR UF/CATEGORIA, A DE MAIOR VIGENCIA (EM EMPATE,
      * A PRIMEIRA LIDA).  VIGENCIA EM BRANCO = DESDE SEMPRE.
      ******************************************************************
       1210-GUARDAR-TARIFA.
           IF TAR-VIGENCIA IS NUMERIC
               MOVE TAR-VIGENCIA TO WS-VIGENCIA-LIDA
           ELSE
               MOVE ZERO TO WS-VIGENCIA-LIDA
           END-IF
           IF WS-VIGENCIA-LIDA GREATER THAN WS-DATA-COMPETENCIA
               ADD 1 TO WS-QTD-TAR-FUTURAS
               GO TO 1210-GUARDAR-TARIFA-EXIT
           END-IF

           MOVE 'N' TO WS-ACHOU-TARIFA
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-QTD-TARIFAS
                       OR ACHOU-TARIFA
               IF WS-TARIFA-UF (WS-IDX-TAR) EQUAL TAR-UF
                   AND WS-TARIFA-CAT (WS-IDX-TAR) EQUAL TAR-CATEGORIA
                   MOVE 'S' TO WS-ACHOU-TARIFA
                   IF WS-VIGENCIA-LIDA GREATER THAN
                           WS-TARIFA-VIGENCIA (WS-IDX-TAR)
                       MOVE TAR-VALOR
                           TO WS-TARIFA-VALOR (WS-IDX-TAR)
                       MOVE WS-VIGENCIA-LIDA
                           TO WS-TARIFA-VIGENCIA (WS-IDX-TAR)
                   END-IF
               END-IF
           END-PERFORM
           IF ACHOU-TARIFA
               GO TO 1210-GUARDAR-TARIFA-EXIT
           END-IF

           IF WS-QTD-TARIFAS < 150
               ADD 1 TO WS-QTD-TARIFAS
               MOVE TAR-UF
                   TO WS-TARIFA-UF (WS-QTD-TARIFAS)
               MOVE TAR-CATEGORIA
                   TO WS-TARIFA-CAT (WS-QTD-TARIFAS)
               MOVE TAR-VALOR
                   TO WS-TARIFA-VALOR (WS-QTD-TARIFAS)
               MOVE WS-VIGENCIA-LIDA
                   TO WS-TARIFA-VIGENCIA (WS-QTD-TARIFAS)
               MOVE ZERO
                   TO WS-TARIFA-QTD (WS-QTD-TARIFAS)
               MOVE ZERO
                   TO WS-TARIFA-TOTAL (WS-QTD-TARIFAS)
           ELSE
               DISPLAY 'TARIFUF COM MAIS DE 150 PARES UF/CATEGORIA '
                   '- PAR ' TAR-UF '/' TAR-CATEGORIA ' IGNORADO'
           END-IF.
       1210-GUARDAR-TARIFA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GERAR-MENSALIDADES - VARRE O CLIEMSTR E, PARA CADA
      * CLIENTE ATIVO, GERA NO RAZLOTE O LANCAMENTO DE DEBITO DA
                           PERFORM 2100-FATURAR-CLIENTE
                               THRU 2100-FATURAR-CLIENTE-EXIT
                       END-IF
                       IF CLI-SUSPENSO
                           PERFORM 2050-TRATAR-SUSPENSO
                               THRU 2050-TRATAR-SUSPENSO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEMSTR
           IF WS-QTD-SEM-TARIFA GREATER THAN ZERO
               DISPLAY 'CLIENTES DE UF SEM TARIFA: '
                   WS-QTD-SEM-TARIFA
           END-IF
           IF WS-QTD-SUSP-FATURADOS GREATER THAN ZERO
               DISPLAY 'SUSPENSOS NA COMPETENCIA (FATURADOS): '
                   WS-QTD-SUSP-FATURADOS
           END-IF
           IF WS-QTD-SUSP-PULADOS GREATER THAN ZERO
               DISPLAY 'SUSPENSOS ANTES DA COMPETENCIA (PULADOS): '
                   WS-QTD-SUSP-PULADOS
           END-IF.
       2000-GERAR-MENSALIDADES-EXIT.
           EXIT.

      ******************************************************************
      * 2050-TRATAR-SUSPENSO - CLIENTE SUSPENSO PELO CORTELIG: SE O
      * CORTE FOI NA PROPRIA COMPETENCIA (OU DEPOIS DELA, NUM
      * REFATURAMENTO ATRASADO) O CLIENTE TEVE O SERVICO E E FATURADO
      * NORMALMENTE; SE FOI ANTES, A COMPETENCIA E PULADA.  DATA DE
      * SUSPENSAO ZERADA NA BASE E TRATADA COMO CORTE ANTIGO (PULA).
      ******************************************************************
       2050-TRATAR-SUSPENSO.
           MOVE ZERO TO WS-DATA-SUSPENSAO
           IF CLI-DATA-SUSPENSAO IS NUMERIC
               MOVE CLI-DATA-SUSPENSAO TO WS-DATA-SUSPENSAO
           END-IF

           IF WS-PERIODO-SUSPENSAO < WS-PERIODO
               ADD 1 TO WS-QTD-SUSP-PULADOS
               DISPLAY 'CLIENTE ' CLI-CHAVE ' SUSPENSO EM '
                   WS-DATA-SUSPENSAO ' - NAO FATURADO'
               GO TO 2050-TRATAR-SUSPENSO-EXIT
           END-IF

           ADD 1 TO WS-QTD-SUSP-FATURADOS
           PERFORM 2100-FATURAR-CLIENTE
               THRU 2100-FATURAR-CLIENTE-EXIT.
       2050-TRATAR-SUSPENSO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FATURAR-CLIENTE - LOCALIZA A UF DO CLIENTE CORRENTE PELA
      * FAIXA DE CEP (MESMO CRITERIO DE 8520-LOCALIZAR-REGIAO-CEP DO
           MOVE WS-DATA-SISTEMA       TO LANC-DATA
           MOVE WS-HISTORICO-MENS     TO LANC-HISTORICO

           PERFORM 7600-GRAVAR-ITEM-LOTE.

      ******************************************************************
      * 3000-GRAVAR-RELATORIO - GRAVA O RELATORIO DE CONTROLE COM UMA
           EXIT.

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
               MOVE 'MENSALID'      TO LANC-CAB-PROGRAMA
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
      * COMECA DO LOTE 1.  A DATA DO LOTE E A COMPETENCIA, PARA O RAZAO
      * RECUSAR UMA SEGUNDA RODADA DA MESMA COMPETENCIA.
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
           MOVE WS-DATA-COMPETENCIA TO WS-LOTE-DATA.

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
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA: FECHA (RODAPE) O
      * LOTE DO RAZLOTE QUE A RODADA TENHA ABERTO.
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.
       END PROGRAM MENSALID.
