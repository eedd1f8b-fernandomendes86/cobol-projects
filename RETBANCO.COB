      *          retorno de cobranca do banco (BANCORET), casa cada
      *          titulo liquidado com o cliente do CLIEMSTR e com o
      *          debito de mensalidade em aberto mais antigo no
      *          TITABER, e gera no RAZLOTE o lancamento de credito
      *          (layout LANCTO) para o RAZAO aplicar.  Item sem
      *          cliente, sem mensalidade em aberto ou com valor
      *          divergente NAO e lancado - sai no relatorio de
      *          excecoes BANCOREL e entra na fila de pendencias
      *          BCOSUSP, tratada pelo SUSPMAN.  Integracao
      *          distinta da reconciliacao do CLIEXTR (RECONEXT):
      *          aqui e dinheiro entrando.
      * Tectonics: cobc
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT RAZLOTE ASSIGN TO "RAZLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT BANCOREL ASSIGN TO "BANCOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANCOREL.

           SELECT BCOSUSP ASSIGN TO "BCOSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCOSUSP.

           SELECT BCOBXRD ASSIGN TO "BCOBXRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCOBXRD.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCORET
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  RAZLOTE
           LABEL RECORDS ARE STANDARD.
       01  LANC-REG.
           COPY LANCTO.

       FD  RAZLTCTL
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY LOTECTL.

       FD  BANCOREL
           LABEL RECORDS ARE STANDARD.
       01  BCR-LINHA-REG.
           COPY BANCOREL.

       FD  BCOSUSP
           LABEL RECORDS ARE STANDARD.
       01  SUSP-REG.
           COPY SUSPBCO.

      * CHAVES DOS CLIENTES COM CREDITO GERADO NESTA EXECUCAO, UMA
      * LINHA POR CREDITO.  RECRIADO VAZIO A CADA RODADA.
       FD  BCOBXRD
           LABEL RECORDS ARE STANDARD.
       01  BXR-REG.
           03 BXR-CHAVE         PIC 9(06).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-BANCORET    PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-BANCOREL    PIC X(02).
           03 WS-FS-BCOSUSP     PIC X(02).
           03 WS-FS-BCOBXRD     PIC X(02).

       77 WS-FIM-BANCORET       PIC X(01) VALUE 'N'.
           88 FIM-BANCORET      VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-BCOSUSP        PIC X(01) VALUE 'N'.
           88 FIM-BCOSUSP       VALUE 'S'.
       77 WS-FIM-BCOBXRD        PIC X(01) VALUE 'N'.
           88 FIM-BCOBXRD       VALUE 'S'.

       77 WS-CLIENTE-OK         PIC X(01).
           88 CLIENTE-VALIDO    VALUE 'S'.

      * HISTORICO DO CREDITO GERADO E PREFIXO DOS DEBITOS QUE ELE
      * LIQUIDA - E POR ESTES TEXTOS QUE A BAIXA RECONHECE, NO
      * TITABER, O QUE E MENSALIDADE.
       77 WS-HIST-PAGAMENTO     PIC X(30)
           VALUE 'PAGAMENTO MENSALIDADE'.
       77 WS-HIST-MENSALIDADE   PIC X(11) VALUE 'MENSALIDADE'.

      * POSICAO (NA ORDEM DA CHAVE) DO TITULO DE MENSALIDADE EM
      * ABERTO A BAIXAR PARA O CLIENTE CORRENTE E CONTAGEM DOS
      * TITULOS DE MENSALIDADE EM ABERTO JA PERCORRIDOS NO TITABER.
       77 WS-POS-DEBITO-ABERTO  PIC 9(05) VALUE ZERO.
       77 WS-QTD-DEBITOS-LIDOS  PIC 9(05) VALUE ZERO.
       77 WS-VALOR-DEBITO-ABERTO PIC S9(9)V9(2) VALUE ZERO.

      * CREDITOS JA GERADOS NESTA EXECUCAO PARA O CLIENTE CORRENTE
      * (CONTADOS NO BCOBXRD) - AINDA NAO ESTAO NO TITABER (SO O
      * RAZAO OS APLICA), ENTAO UM SEGUNDO PAGAMENTO DO MESMO CLIENTE
      * NO MESMO RETORNO TEM QUE PULAR AS MENSALIDADES JA BAIXADAS
      * NESTA RODADA.
       77 WS-QTD-PAGOS-RODADA   PIC 9(05) VALUE ZERO.

      * CONFERENCIA DO DIGITO VERIFICADOR DA CHAVE DE CLIENTE (VER
      * CLIENTE.CPY) - CHAVE VINDA DO ARQUIVO DO BANCO COM DV ERRADO
       77 WS-QTD-EXCECOES       PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-BAIXADO      PIC S9(9)V9(2) VALUE ZERO.

      * NUMERACAO DA FILA DE PENDENCIAS - CONTINUA DO MAIOR NUMERO JA
      * GRAVADO NO BCOSUSP.
       77 WS-ULTIMA-PENDENCIA   PIC 9(06) VALUE ZERO.
       77 WS-DATA-SISTEMA       PIC 9(08).

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
           PERFORM 1000-INICIALIZAR
           MOVE ZERO TO WS-QTD-BAIXAS
           MOVE ZERO TO WS-QTD-EXCECOES
           MOVE ZERO TO WS-TOTAL-BAIXADO
           OPEN OUTPUT BCOBXRD
           CLOSE BCOBXRD
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1100-OBTER-ULTIMA-PENDENCIA
               THRU 1100-OBTER-ULTIMA-PENDENCIA-EXIT
           OPEN OUTPUT BANCOREL.

      ******************************************************************
      * 1100-OBTER-ULTIMA-PENDENCIA - LE A FILA DE PENDENCIAS E GUARDA
      * O MAIOR SUS-NUMERO JA USADO.  FILA AINDA INEXISTENTE COMECA DO
      * ZERO.
      ******************************************************************
       1100-OBTER-ULTIMA-PENDENCIA.
           MOVE ZERO TO WS-ULTIMA-PENDENCIA
           MOVE 'N' TO WS-FIM-BCOSUSP

           OPEN INPUT BCOSUSP
           IF WS-FS-BCOSUSP NOT EQUAL '00'
               GO TO 1100-OBTER-ULTIMA-PENDENCIA-EXIT
           END-IF

           PERFORM UNTIL FIM-BCOSUSP
               READ BCOSUSP
                   AT END
                       SET FIM-BCOSUSP TO TRUE
                   NOT AT END
                       IF SUS-NUMERO > WS-ULTIMA-PENDENCIA
                           MOVE SUS-NUMERO TO WS-ULTIMA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCOSUSP.
       1100-OBTER-ULTIMA-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-RETORNO - LE O ARQUIVO BANCORET DO INICIO AO
      * FIM E TRATA CADA TITULO LIQUIDADO.  FECHA COM A LINHA DE
           DISPLAY 'ITENS DO RETORNO: ' WS-QTD-ITENS
           DISPLAY 'CREDITOS GERADOS NO RAZLOTE: ' WS-QTD-BAIXAS
               ' VALOR: ' WS-TOTAL-BAIXADO
           DISPLAY 'EXCECOES (BANCOREL): ' WS-QTD-EXCECOES
           DISPLAY 'ULTIMA PENDENCIA NA FILA (BCOSUSP): '
               WS-ULTIMA-PENDENCIA.
       2000-PROCESSAR-RETORNO-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 2120-LOCALIZAR-DEBITO-ABERTO - O TITABER JA TRAZ O QUE CADA
      * PAGAMENTO APLICADO QUITOU, ENTAO O DEBITO A BAIXAR E O TITULO
      * DE MENSALIDADE EM ABERTO MAIS ANTIGO DO CLIENTE - PULANDO OS
      * QUE OS CREDITOS GERADOS NESTA RODADA (AINDA NAO APLICADOS
      * PELO RAZAO) VAO LIQUIDAR, UM POR CREDITO (A BAIXA SO POSTA
      * VALOR IGUAL AO EM ABERTO).  2125 BUSCA O TITULO NESSA POSICAO.
      ******************************************************************
       2120-LOCALIZAR-DEBITO-ABERTO.
           MOVE 'N' TO WS-DEBITO-ACHADO
           MOVE ZERO TO WS-VALOR-DEBITO-ABERTO

           PERFORM 2130-CONSULTAR-BAIXAS-RODADA
               THRU 2130-CONSULTAR-BAIXAS-RODADA-EXIT
           COMPUTE WS-POS-DEBITO-ABERTO = WS-QTD-PAGOS-RODADA + 1
           PERFORM 2125-BUSCAR-MENSALIDADE
               THRU 2125-BUSCAR-MENSALIDADE-EXIT.
       2120-LOCALIZAR-DEBITO-ABERTO-EXIT.
           EXIT.

      ******************************************************************
      * 2125-BUSCAR-MENSALIDADE - PERCORRE OS TITULOS DO CLIENTE NO
      * TITABER (START NA CHAVE DO CLIENTE COM SEQUENCIA ZERO E READ
      * NEXT ENQUANTO FOR O MESMO CLIENTE), CONTANDO OS DE MENSALIDADE
      * EM ABERTO ATE O DE POSICAO WS-POS-DEBITO-ABERTO, E DEVOLVE O
      * QUE SEGUE EM ABERTO NELE.  CLIENTE COM MENOS MENSALIDADES EM
      * ABERTO QUE ISSO NAO TEM DEBITO A BAIXAR.
      ******************************************************************
       2125-BUSCAR-MENSALIDADE.
           MOVE ZERO TO WS-QTD-DEBITOS-LIDOS
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 2125-BUSCAR-MENSALIDADE-EXIT
           END-IF

           MOVE BCO-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
           END-START
           PERFORM UNTIL FIM-TITABER OR DEBITO-ACHADO
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL BCO-CHAVE-CLIENTE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               AND TIT-HISTORICO (1:11)
                                   EQUAL WS-HIST-MENSALIDADE
                               ADD 1 TO WS-QTD-DEBITOS-LIDOS
                               IF WS-QTD-DEBITOS-LIDOS
                                       EQUAL WS-POS-DEBITO-ABERTO
                                   COMPUTE WS-VALOR-DEBITO-ABERTO =
                                       TIT-VALOR-ORIGINAL
                                       - TIT-VALOR-QUITADO
                                   MOVE 'S' TO WS-DEBITO-ACHADO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       2125-BUSCAR-MENSALIDADE-EXIT.
           EXIT.

      ******************************************************************
      * 2130-CONSULTAR-BAIXAS-RODADA - DEVOLVE EM WS-QTD-PAGOS-RODADA
      * QUANTOS CREDITOS JA FORAM GERADOS NESTA EXECUCAO PARA O
      * CLIENTE DO ITEM CORRENTE, CONTANDO AS SUAS LINHAS NO BCOBXRD.
      ******************************************************************
       2130-CONSULTAR-BAIXAS-RODADA.
           MOVE ZERO TO WS-QTD-PAGOS-RODADA
           MOVE 'N' TO WS-FIM-BCOBXRD

           OPEN INPUT BCOBXRD
           IF WS-FS-BCOBXRD NOT EQUAL '00'
               GO TO 2130-CONSULTAR-BAIXAS-RODADA-EXIT
           END-IF

           PERFORM UNTIL FIM-BCOBXRD
               READ BCOBXRD
                   AT END
                       SET FIM-BCOBXRD TO TRUE
                   NOT AT END
                       IF BXR-CHAVE EQUAL BCO-CHAVE-CLIENTE
                           ADD 1 TO WS-QTD-PAGOS-RODADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCOBXRD.
       2130-CONSULTAR-BAIXAS-RODADA-EXIT.
           EXIT.

           MOVE BCO-DATA-PAGAMENTO TO LANC-DATA
           MOVE WS-HIST-PAGAMENTO  TO LANC-HISTORICO

           PERFORM 7600-GRAVAR-ITEM-LOTE.

      ******************************************************************
      * 2300-CONTAR-BAIXA-RODADA - REGISTRA NO BCOBXRD MAIS UM
      * CREDITO GERADO NESTA EXECUCAO PARA O CLIENTE DO ITEM CORRENTE.
      ******************************************************************
       2300-CONTAR-BAIXA-RODADA.
           MOVE BCO-CHAVE-CLIENTE TO BXR-CHAVE
           OPEN EXTEND BCOBXRD
           WRITE BXR-REG
           CLOSE BCOBXRD.
       2300-CONTAR-BAIXA-RODADA-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GRAVAR-EXCECAO - GRAVA NO BANCOREL O ITEM CORRENTE COM O
      * MOTIVO JA CARREGADO EM BCR-MOTIVO POR QUEM CHAMA, E PASSA O
      * ITEM PARA A FILA DE PENDENCIAS.
      ******************************************************************
       2400-GRAVAR-EXCECAO.
           MOVE BCO-CHAVE-CLIENTE  TO BCR-CHAVE
           WRITE BCR-LINHA-REG
           ADD 1 TO WS-QTD-EXCECOES
           DISPLAY 'EXCECAO - CLIENTE: ' BCO-CHAVE-CLIENTE
               ' - ' BCR-MOTIVO
           PERFORM 2410-GRAVAR-PENDENCIA.

      ******************************************************************
      * 2410-GRAVAR-PENDENCIA - ACRESCENTA NO BCOSUSP O ITEM CORRENTE
      * COMO PENDENTE, COM O PROXIMO NUMERO DA FILA E O MESMO MOTIVO
      * DO BANCOREL, CRIANDO O ARQUIVO NA PRIMEIRA GRAVACAO.
      ******************************************************************
       2410-GRAVAR-PENDENCIA.
           ADD 1 TO WS-ULTIMA-PENDENCIA
           MOVE SPACES             TO SUSP-REG
           MOVE WS-ULTIMA-PENDENCIA TO SUS-NUMERO
           MOVE WS-DATA-SISTEMA    TO SUS-DATA-ENTRADA
           MOVE BCO-CHAVE-CLIENTE  TO SUS-CHAVE-CLIENTE
           MOVE BCO-DATA-PAGAMENTO TO SUS-DATA-PAGAMENTO
           MOVE BCO-VALOR-PAGO     TO SUS-VALOR
           MOVE BCO-REFERENCIA     TO SUS-REFERENCIA
           MOVE BCR-MOTIVO         TO SUS-MOTIVO
           MOVE 'P'                TO SUS-STATUS
           MOVE ZERO               TO SUS-CHAVE-DESTINO
           MOVE ZERO               TO SUS-DATA-RESOLUCAO

           OPEN EXTEND BCOSUSP
           IF WS-FS-BCOSUSP EQUAL '35'
               OPEN OUTPUT BCOSUSP
               CLOSE BCOSUSP
               OPEN EXTEND BCOSUSP
           END-IF
           WRITE SUSP-REG
           CLOSE BCOSUSP.

      ******************************************************************
      * 2500-GRAVAR-TOTAIS - GRAVA A LINHA DE TOTAIS DA RODADA NO
           WRITE BCR-LINHA-REG
           CLOSE BANCOREL.

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
               MOVE 'RETBANCO'      TO LANC-CAB-PROGRAMA
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
       END PROGRAM RETBANCO.
