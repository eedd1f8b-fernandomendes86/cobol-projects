      *          ativo com valor a pagar, mais o resumo de controle
      *          (quantidade e total emitido) para a conferencia do
      *          faturamento.  E o documento que vai pelo correio - o
      *          RAZEXT segue sendo o extrato interno de conta.  Debito
      *          estornado pelo RAZESTOR sai marcado e seguido do seu
      *          estorno; o estorno do periodo abate o valor a pagar.
      *          Cliente suspenso (CORTELIG) continua recebendo a
      *          fatura do que deve.  Havendo NFS-e ja registrada pelo
      *          NFSERET para o cliente e a competencia (RPSREG), o
      *          numero e o codigo de verificacao saem na fatura.
      *          Cliente com endereco retido no DEVOLMST (fatura ou
      *          carta devolvida pelos Correios, registrada pelo
      *          DEVOLMAN) nao tem a fatura postada: vai para o
      *          relatorio de contato necessario (FATCONT), com os
      *          telefones e e-mails do CLICONT, ate o endereco ser
      *          corrigido no CONDICOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

           SELECT MOVPAR ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVPAR.

           SELECT RPSREG ASSIGN TO "RPSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSREG.

           SELECT FATUREL ASSIGN TO "FATUREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATUREL.

           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT CLICONT ASSIGN TO "CLICONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONT.

           SELECT FATCONT ASSIGN TO "FATCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATCONT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
       01  MOV-REG.
           COPY RAZMOV.

      * SEGUNDA LEITURA DO RAZMOVS, PARA ACHAR O ESTORNO DE UM DEBITO
      * SEM PERDER A POSICAO DA LISTAGEM.
       FD  MOVPAR
           LABEL RECORDS ARE STANDARD.
       01  MVP-REG.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==MVP-==.

       FD  RPSREG
           LABEL RECORDS ARE STANDARD.
       01  RPS-REG.
           COPY RPSREG.

       FD  FATUREL
           LABEL RECORDS ARE STANDARD.
       01  FAT-LINHA-REG            PIC X(72).

       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  CLICONT
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-REG.
           COPY CONTATO.

       FD  FATCONT
           LABEL RECORDS ARE STANDARD.
       01  FCT-LINHA-REG            PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-FATUREL     PIC X(02).
           03 WS-FS-MOVPAR      PIC X(02).
           03 WS-FS-RPSREG      PIC X(02).
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-CLICONT     PIC X(02).
           03 WS-FS-FATCONT     PIC X(02).

       77 WS-FIM-CLIEMSTR       PIC X(01) VALUE 'N'.
           88 FIM-CLIEMSTR      VALUE 'S'.
       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-MOVPAR         PIC X(01) VALUE 'N'.
           88 FIM-MOVPAR        VALUE 'S'.
       77 WS-FIM-RPSREG         PIC X(01) VALUE 'N'.
           88 FIM-RPSREG        VALUE 'S'.
       77 WS-NFSE-OK            PIC X(01).
           88 NFSE-ACHADA       VALUE 'S'.
       77 WS-FIM-CLICONT        PIC X(01) VALUE 'N'.
           88 FIM-CLICONT       VALUE 'S'.
       77 WS-ENDERECO-RETIDO    PIC X(01).
           88 ENDERECO-RETIDO   VALUE 'S'.

       01  WS-PERIODO           PIC 9(06).
       01  WS-PERIODO-DEC REDEFINES WS-PERIODO.
       77 WS-QTD-DEB-PERIODO    PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-A-PAGAR      PIC S9(9)V9(2) VALUE ZERO.

      * PAR DEBITO/ESTORNO (VER ESTORNO.CPY).  SO CLIENTE COM ALGUM
      * ESTORNO NO RAZMOVS PAGA A PROCURA DO PAR DEBITO A DEBITO.
       77 WS-QTD-ESTORNOS       PIC 9(05) VALUE ZERO.
       01  WS-HIST-LIDO.
           COPY ESTORNO.
       01  WS-HIST-PROCURADO.
           COPY ESTORNO REPLACING LEADING ==EST-== BY ==ESP-==.
       77 WS-ESTORNO-OK         PIC X(01).
           88 ESTORNO-ACHADO    VALUE 'S'.
       01  WS-MOV-ESTORNO.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==MVE-==.
       77 WS-VALOR-LINHA        PIC S9(9)V9(2) VALUE ZERO.

       77 WS-QTD-FATURAS        PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-EMITIDO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-QTD-SEM-COBRANCA   PIC 9(05) VALUE ZERO.
       77 WS-QTD-RETIDAS        PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-RETIDO       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-QTD-CONTATOS       PIC 9(03) VALUE ZERO.

      * LINHAS FORMATADAS DA PAGINA DE FATURA (72 COLUNAS).
       01  WS-LIN-SEPARADOR     PIC X(72) VALUE ALL '='.
           03 WS-FAT-MOV-HIST   PIC X(30).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-FAT-MOV-VALOR  PIC -9(9).9(2).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-FAT-MOV-MARCA  PIC X(09).
           03 FILLER            PIC X(06) VALUE SPACES.

       01  WS-LIN-ANTERIOR.
           03 FILLER            PIC X(42)
           03 WS-FAT-VLR-TOTAL  PIC -9(9).9(2).
           03 FILLER            PIC X(16) VALUE SPACES.

       01  WS-LIN-NFSE.
           03 FILLER            PIC X(10) VALUE 'NFS-E NR: '.
           03 WS-FAT-NFSE-NUMERO PIC 9(09).
           03 FILLER            PIC X(14) VALUE '  EMITIDA EM: '.
           03 WS-FAT-NFSE-DATA  PIC 9(08).
           03 FILLER            PIC X(20)
               VALUE '  COD. VERIFICACAO: '.
           03 WS-FAT-NFSE-VERIF PIC X(09).
           03 FILLER            PIC X(02) VALUE SPACES.

       01  WS-LIN-RESUMO.
           03 FILLER            PIC X(18)
               VALUE 'FATURAS EMITIDAS: '.
           03 WS-RES-TOTAL      PIC -9(9).9(2).
           03 FILLER            PIC X(18) VALUE SPACES.

       01  WS-LIN-RESUMO-RETIDAS.
           03 FILLER            PIC X(18)
               VALUE 'FATURAS RETIDAS:  '.
           03 WS-RES-QTD-RET    PIC 9(05).
           03 FILLER            PIC X(17)
               VALUE ' TOTAL RETIDO:  '.
           03 WS-RES-TOTAL-RET  PIC -9(9).9(2).
           03 FILLER            PIC X(18)
               VALUE ' (VER FATCONT)'.

      * LINHAS DO RELATORIO DE CONTATO NECESSARIO (FATCONT).
       01  WS-LIN-CONT-TITULO.
           03 FILLER            PIC X(48) VALUE
              'CONTATO NECESSARIO - FATURAS RETIDAS - PERIODO: '.
           03 WS-CTT-TIT-MES    PIC X(03).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-CTT-TIT-ANO    PIC 9(04).
           03 FILLER            PIC X(16) VALUE SPACES.

       01  WS-LIN-CONT-CLIENTE.
           03 WS-CTC-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTC-NOME       PIC X(30).
           03 FILLER            PIC X(08) VALUE ' VALOR: '.
           03 WS-CTC-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(14) VALUE SPACES.

       01  WS-LIN-CONT-DEVOLUCAO.
           03 FILLER            PIC X(16) VALUE '   DEVOLVIDA EM '.
           03 WS-CTD-DATA       PIC 9(08).
           03 FILLER            PIC X(03) VALUE ' - '.
           03 WS-CTD-MOTIVO     PIC X(22).
           03 FILLER            PIC X(07) VALUE ' - DOC '.
           03 WS-CTD-DOCUMENTO  PIC X(01).
           03 FILLER            PIC X(07) VALUE ' - QTD '.
           03 WS-CTD-QTD        PIC ZZ9.
           03 FILLER            PIC X(05) VALUE SPACES.

       01  WS-LIN-CONT-MEIO.
           03 FILLER            PIC X(03) VALUE SPACES.
           03 WS-CTM-TIPO       PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTM-VALOR      PIC X(40).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTM-PREFERIDO  PIC X(09).
           03 FILLER            PIC X(10) VALUE SPACES.

       01  WS-LIN-CONT-SEM-MEIO PIC X(72) VALUE
           '   NENHUM TELEFONE OU E-MAIL NO CLICONT - VER CADASTRO'.

       01  WS-LIN-CONT-RESUMO.
           03 FILLER            PIC X(21)
               VALUE 'CLIENTES A CONTATAR: '.
           03 WS-CTR-QTD        PIC 9(05).
           03 FILLER            PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           END-IF

           MOVE WS-MES-ABREV (WS-PERIODO-MES) TO WS-TIT-MES
           MOVE WS-PERIODO-ANO                TO WS-TIT-ANO
           MOVE WS-MES-ABREV (WS-PERIODO-MES) TO WS-CTT-TIT-MES
           MOVE WS-PERIODO-ANO                TO WS-CTT-TIT-ANO.
       1000-INICIALIZAR-EXIT.
           EXIT.

           END-IF

           OPEN OUTPUT FATUREL
           OPEN OUTPUT FATCONT
           MOVE WS-LIN-CONT-TITULO TO FCT-LINHA-REG
           WRITE FCT-LINHA-REG
           MOVE 'N' TO WS-FIM-CLIEMSTR
           PERFORM UNTIL FIM-CLIEMSTR
               READ CLIEMSTR NEXT RECORD
                   AT END
                       SET FIM-CLIEMSTR TO TRUE
                   NOT AT END
                       IF CLI-ATIVO OR CLI-SUSPENSO
                           PERFORM 2100-FATURAR-CLIENTE
                               THRU 2100-FATURAR-CLIENTE-EXIT
                       END-IF

           PERFORM 2500-GRAVAR-RESUMO
           CLOSE FATUREL
           CLOSE FATCONT

           DISPLAY 'FATURAS EMITIDAS: ' WS-QTD-FATURAS
               ' TOTAL: ' WS-TOTAL-EMITIDO
               DISPLAY 'CLIENTES ATIVOS SEM COBRANCA NO PERIODO: '
                   WS-QTD-SEM-COBRANCA
           END-IF
           IF WS-QTD-RETIDAS GREATER THAN ZERO
               DISPLAY 'FATURAS RETIDAS POR ENDERECO DEVOLVIDO: '
                   WS-QTD-RETIDAS ' - CONTATOS EM FATCONT'
           END-IF
           DISPLAY 'FATURAS GRAVADAS EM FATUREL'.
       2000-EMITIR-FATURAS-EXIT.
           EXIT.
           COMPUTE WS-TOTAL-A-PAGAR =
               WS-DEVEDOR-ANTERIOR + WS-DEBITOS-PERIODO

      * ENDERECO RETIDO: A FATURA NAO VAI PARA O CORREIO - O CLIENTE
      * ENTRA NO RELATORIO DE CONTATO NECESSARIO.
           PERFORM 2150-VERIFICAR-RETENCAO
               THRU 2150-VERIFICAR-RETENCAO-EXIT
           IF ENDERECO-RETIDO
               PERFORM 2600-GRAVAR-CONTATO-NECESSARIO
               ADD 1 TO WS-QTD-RETIDAS
               ADD WS-TOTAL-A-PAGAR TO WS-TOTAL-RETIDO
               GO TO 2100-FATURAR-CLIENTE-EXIT
           END-IF

           PERFORM 2200-MONTAR-PAGINA
               THRU 2200-MONTAR-PAGINA-EXIT
           ADD 1 TO WS-QTD-FATURAS

      ******************************************************************
      * 2120-TOTALIZAR-DEBITOS-PERIODO - SOMA OS DEBITOS DO CLIENTE
      * CORRENTE CUJA DATA CAI NO PERIODO DE COMPETENCIA PEDIDO, MENOS
      * OS ESTORNOS (CREDITOS) DE DEBITO DATADOS NO PERIODO.  CONTA
      * TAMBEM OS ESTORNOS DO CLIENTE EM QUALQUER DATA.
      ******************************************************************
       2120-TOTALIZAR-DEBITOS-PERIODO.
           MOVE ZERO TO WS-DEBITOS-PERIODO
           MOVE ZERO TO WS-QTD-DEB-PERIODO
           MOVE ZERO TO WS-QTD-ESTORNOS
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                           PERFORM 2125-SOMAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
       2120-TOTALIZAR-DEBITOS-PERIODO-EXIT.
           EXIT.

      ******************************************************************
      * 2125-SOMAR-MOVIMENTO - TRATA UM MOVIMENTO DO CLIENTE CORRENTE
      * NA TOTALIZACAO DE 2120.
      ******************************************************************
       2125-SOMAR-MOVIMENTO.
           MOVE MOV-HISTORICO TO WS-HIST-LIDO
           IF EST-E-ESTORNO
               ADD 1 TO WS-QTD-ESTORNOS
           END-IF
           IF MOV-DATA (1:6) NOT EQUAL WS-PERIODO
               GO TO 2125-SOMAR-MOVIMENTO-EXIT
           END-IF
           IF MOV-DEBITO
               ADD 1 TO WS-QTD-DEB-PERIODO
               ADD MOV-VALOR TO WS-DEBITOS-PERIODO
           END-IF
           IF MOV-CREDITO AND EST-E-ESTORNO
               ADD 1 TO WS-QTD-DEB-PERIODO
               SUBTRACT MOV-VALOR FROM WS-DEBITOS-PERIODO
           END-IF.
       2125-SOMAR-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2150-VERIFICAR-RETENCAO - CONSULTA O DEVOLMST: CLIENTE COM
      * REGISTRO TEM O ENDERECO RETIDO (CORRESPONDENCIA DEVOLVIDA).
      * SEM DEVOLMST (NENHUMA DEVOLUCAO REGISTRADA AINDA), NADA RETIDO.
      ******************************************************************
       2150-VERIFICAR-RETENCAO.
           MOVE 'N' TO WS-ENDERECO-RETIDO

           OPEN INPUT DEVOLMST
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               GO TO 2150-VERIFICAR-RETENCAO-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL TO DEV-CHAVE
           READ DEVOLMST KEY IS DEV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENDERECO-RETIDO
           END-READ
           CLOSE DEVOLMST.
       2150-VERIFICAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MONTAR-PAGINA - GRAVA NO FATUREL A PAGINA FORMATADA DA
      * FATURA DO CLIENTE CORRENTE: CABECALHO COM NOME E ENDERECO,
           WRITE FAT-LINHA-REG
           MOVE WS-TOTAL-A-PAGAR TO WS-FAT-VLR-TOTAL
           MOVE WS-LIN-TOTAL TO FAT-LINHA-REG
           WRITE FAT-LINHA-REG

           PERFORM 2240-LOCALIZAR-NFSE
               THRU 2240-LOCALIZAR-NFSE-EXIT
           IF NFSE-ACHADA
               MOVE RPS-NFSE-NUMERO      TO WS-FAT-NFSE-NUMERO
               MOVE RPS-NFSE-DATA        TO WS-FAT-NFSE-DATA
               MOVE RPS-NFSE-VERIFICACAO TO WS-FAT-NFSE-VERIF
               MOVE WS-LIN-NFSE TO FAT-LINHA-REG
               WRITE FAT-LINHA-REG
           END-IF.
       2200-MONTAR-PAGINA-EXIT.
           EXIT.

      ******************************************************************
      * 2210-LISTAR-DEBITOS - RELE O RAZMOVS E GRAVA UMA LINHA DA
      * FATURA PARA CADA DEBITO DO PERIODO DO CLIENTE CORRENTE, NA
      * ORDEM EM QUE O RAZAO OS APLICOU.  DEBITO ESTORNADO SAI
      * MARCADO E, SE O ESTORNO CAI NO PERIODO, SEGUIDO DELE (VALOR
      * NEGATIVO); ESTORNO DE DEBITO DE OUTRO PERIODO SAI NA SUA
      * PROPRIA ORDEM.
      ******************************************************************
       2210-LISTAR-DEBITOS.
           MOVE 'N' TO WS-FIM-RAZMOVS
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                           AND MOV-DATA (1:6) EQUAL WS-PERIODO
                           PERFORM 2220-LISTAR-MOVIMENTO
                               THRU 2220-LISTAR-MOVIMENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM
       2210-LISTAR-DEBITOS-EXIT.
           EXIT.

      ******************************************************************
      * 2220-LISTAR-MOVIMENTO - GRAVA A LINHA DE UM MOVIMENTO DO
      * PERIODO DO CLIENTE CORRENTE, CONFORME A REGRA DE 2210.
      ******************************************************************
       2220-LISTAR-MOVIMENTO.
           MOVE MOV-HISTORICO TO WS-HIST-LIDO
           MOVE SPACES TO WS-FAT-MOV-MARCA

           IF MOV-CREDITO
               IF NOT EST-E-ESTORNO
                   GO TO 2220-LISTAR-MOVIMENTO-EXIT
               END-IF
               IF EST-DATA-ORIGINAL (1:6) EQUAL WS-PERIODO
                   GO TO 2220-LISTAR-MOVIMENTO-EXIT
               END-IF
               MOVE 'ESTORNO' TO WS-FAT-MOV-MARCA
               COMPUTE WS-VALOR-LINHA = ZERO - MOV-VALOR
               MOVE MOV-DATA       TO WS-FAT-MOV-DATA
               MOVE MOV-HISTORICO  TO WS-FAT-MOV-HIST
               MOVE WS-VALOR-LINHA TO WS-FAT-MOV-VALOR
               MOVE WS-LIN-MOVIMENTO TO FAT-LINHA-REG
               WRITE FAT-LINHA-REG
               GO TO 2220-LISTAR-MOVIMENTO-EXIT
           END-IF

           IF NOT MOV-DEBITO
               GO TO 2220-LISTAR-MOVIMENTO-EXIT
           END-IF

           MOVE 'N' TO WS-ESTORNO-OK
           IF EST-E-ESTORNO
               MOVE 'ESTORNO' TO WS-FAT-MOV-MARCA
           ELSE
               IF WS-QTD-ESTORNOS GREATER THAN ZERO
                   PERFORM 2230-LOCALIZAR-ESTORNO
                       THRU 2230-LOCALIZAR-ESTORNO-EXIT
               END-IF
           END-IF
           IF ESTORNO-ACHADO
               MOVE 'ESTORNADO' TO WS-FAT-MOV-MARCA
           END-IF
           MOVE MOV-DATA      TO WS-FAT-MOV-DATA
           MOVE MOV-HISTORICO TO WS-FAT-MOV-HIST
           MOVE MOV-VALOR     TO WS-FAT-MOV-VALOR
           MOVE WS-LIN-MOVIMENTO TO FAT-LINHA-REG
           WRITE FAT-LINHA-REG

           IF ESTORNO-ACHADO
               AND MVE-DATA (1:6) EQUAL WS-PERIODO
               COMPUTE WS-VALOR-LINHA = ZERO - MVE-VALOR
               MOVE 'ESTORNO'      TO WS-FAT-MOV-MARCA
               MOVE MVE-DATA       TO WS-FAT-MOV-DATA
               MOVE MVE-HISTORICO  TO WS-FAT-MOV-HIST
               MOVE WS-VALOR-LINHA TO WS-FAT-MOV-VALOR
               MOVE WS-LIN-MOVIMENTO TO FAT-LINHA-REG
               WRITE FAT-LINHA-REG
           END-IF.
       2220-LISTAR-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 2230-LOCALIZAR-ESTORNO - PROCURA NA SEGUNDA LEITURA DO RAZMOVS
      * (MOVPAR) O ESTORNO DO DEBITO CORRENTE, PELO HISTORICO QUE O
      * RAZESTOR MONTA COM A DATA E A SEQUENCIA DO ORIGINAL.  ACHADO,
      * FICA EM WS-MOV-ESTORNO.
      ******************************************************************
       2230-LOCALIZAR-ESTORNO.
           MOVE 'N' TO WS-ESTORNO-OK
           MOVE SPACES    TO WS-HIST-PROCURADO
           MOVE 'ESTORNO ' TO ESP-PREFIXO
           MOVE MOV-DATA  TO ESP-DATA-ORIGINAL
           MOVE MOV-SEQ   TO ESP-SEQ-ORIGINAL
           MOVE 'N' TO WS-FIM-MOVPAR

           OPEN INPUT MOVPAR
           IF WS-FS-MOVPAR NOT EQUAL '00'
               GO TO 2230-LOCALIZAR-ESTORNO-EXIT
           END-IF

           PERFORM UNTIL FIM-MOVPAR OR ESTORNO-ACHADO
               READ MOVPAR
                   AT END
                       SET FIM-MOVPAR TO TRUE
                   NOT AT END
                       IF MVP-CHAVE-CLIENTE EQUAL MOV-CHAVE-CLIENTE
                           AND MVP-HISTORICO EQUAL WS-HIST-PROCURADO
                           MOVE 'S' TO WS-ESTORNO-OK
                           MOVE MVP-REG TO WS-MOV-ESTORNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVPAR.
       2230-LOCALIZAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 2240-LOCALIZAR-NFSE - VARRE O RPSREG ATRAS DO RPS NAO CANCELADO
      * DO CLIENTE CORRENTE NA COMPETENCIA QUE JA TEM NFS-E REGISTRADA
      * PELO NFSERET.  ACHADO, O REGISTRO FICA NA AREA DO RPS-REG.
      * SEM RPSREG (NFS-E AINDA NAO IMPLANTADA) A FATURA SAI SEM ELA.
      ******************************************************************
       2240-LOCALIZAR-NFSE.
           MOVE 'N' TO WS-NFSE-OK
           MOVE 'N' TO WS-FIM-RPSREG

           OPEN INPUT RPSREG
           IF WS-FS-RPSREG NOT EQUAL '00'
               GO TO 2240-LOCALIZAR-NFSE-EXIT
           END-IF

           PERFORM UNTIL FIM-RPSREG OR NFSE-ACHADA
               READ RPSREG
                   AT END
                       SET FIM-RPSREG TO TRUE
                   NOT AT END
                       IF RPS-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                           AND RPS-PERIODO EQUAL WS-PERIODO
                           AND RPS-EMITIDO
                           AND RPS-NFSE-NUMERO NOT EQUAL ZERO
                           MOVE 'S' TO WS-NFSE-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPSREG.
       2240-LOCALIZAR-NFSE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GRAVAR-RESUMO - GRAVA NO FIM DO FATUREL O RESUMO DE
      * CONTROLE DA RODADA (QUANTIDADE E TOTAL EMITIDO), PARA O
           MOVE WS-QTD-FATURAS  TO WS-RES-QTD
           MOVE WS-TOTAL-EMITIDO TO WS-RES-TOTAL
           MOVE WS-LIN-RESUMO TO FAT-LINHA-REG
           WRITE FAT-LINHA-REG
           MOVE WS-QTD-RETIDAS  TO WS-RES-QTD-RET
           MOVE WS-TOTAL-RETIDO TO WS-RES-TOTAL-RET
           MOVE WS-LIN-RESUMO-RETIDAS TO FAT-LINHA-REG
           WRITE FAT-LINHA-REG

           MOVE WS-QTD-RETIDAS TO WS-CTR-QTD
           MOVE WS-LIN-CONT-RESUMO TO FCT-LINHA-REG
           WRITE FCT-LINHA-REG.

      ******************************************************************
      * 2600-GRAVAR-CONTATO-NECESSARIO - GRAVA NO FATCONT O CLIENTE
      * CORRENTE COM A FATURA RETIDA: VALOR A PAGAR, DADOS DA ULTIMA
      * DEVOLUCAO (DEVOL-REG JA LIDO EM 2150) E OS TELEFONES E
      * E-MAILS DO CLICONT PARA O ATENDIMENTO PROCURAR O CLIENTE.
      ******************************************************************
       2600-GRAVAR-CONTATO-NECESSARIO.
           MOVE WS-CLIENTE-ATUAL TO WS-CTC-CHAVE
           MOVE CLI-NOME         TO WS-CTC-NOME
           MOVE WS-TOTAL-A-PAGAR TO WS-CTC-VALOR
           MOVE WS-LIN-CONT-CLIENTE TO FCT-LINHA-REG
           WRITE FCT-LINHA-REG

           MOVE DEV-DATA-DEVOLUCAO TO WS-CTD-DATA
           MOVE DEV-MOTIVO-DESC    TO WS-CTD-MOTIVO
           MOVE DEV-DOCUMENTO      TO WS-CTD-DOCUMENTO
           MOVE DEV-QTD-DEVOLUCOES TO WS-CTD-QTD
           MOVE WS-LIN-CONT-DEVOLUCAO TO FCT-LINHA-REG
           WRITE FCT-LINHA-REG

           MOVE ZERO TO WS-QTD-CONTATOS
           MOVE 'N' TO WS-FIM-CLICONT
           OPEN INPUT CLICONT
           IF WS-FS-CLICONT EQUAL '00'
               PERFORM UNTIL FIM-CLICONT
                   READ CLICONT
                       AT END
                           SET FIM-CLICONT TO TRUE
                       NOT AT END
                           IF CTT-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                               ADD 1 TO WS-QTD-CONTATOS
                               PERFORM 2610-GRAVAR-MEIO-CONTATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLICONT
           END-IF

           IF WS-QTD-CONTATOS EQUAL ZERO
               MOVE WS-LIN-CONT-SEM-MEIO TO FCT-LINHA-REG
               WRITE FCT-LINHA-REG
           END-IF.

      ******************************************************************
      * 2610-GRAVAR-MEIO-CONTATO - GRAVA NO FATCONT UMA LINHA COM O MEIO
      * DE CONTATO CORRENTE DO CLICONT: TIPO, VALOR E SE E O PREFERIDO.
      ******************************************************************
       2610-GRAVAR-MEIO-CONTATO.
           EVALUATE TRUE
               WHEN CTT-TELEFONE
                   MOVE 'TELEFONE' TO WS-CTM-TIPO
               WHEN CTT-CELULAR
                   MOVE 'CELULAR' TO WS-CTM-TIPO
               WHEN OTHER
                   MOVE 'E-MAIL' TO WS-CTM-TIPO
           END-EVALUATE
           MOVE CTT-VALOR TO WS-CTM-VALOR
           IF CTT-E-PREFERIDO
               MOVE 'PREFERIDO' TO WS-CTM-PREFERIDO
           ELSE
               MOVE SPACES TO WS-CTM-PREFERIDO
           END-IF
           MOVE WS-LIN-CONT-MEIO TO FCT-LINHA-REG
           WRITE FCT-LINHA-REG.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
