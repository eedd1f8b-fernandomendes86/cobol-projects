      ******************************************************************
      * Author:
      * Date:
      * Purpose: Suspensao e religacao de clientes - varre o CLIEMSTR
      *          e, para cada cliente ativo que recebeu a NOTIFICACAO
      *          FINAL do COBRANCA (estagio 3 no CARTCTL) ha pelo
      *          menos o prazo pedido sem quitar a divida notificada
      *          e sem acordo ativo no PARCELA, marca o cliente como
      *          suspenso no CLIEMSTR com a data do corte e grava a
      *          ordem de servico de campo no CORTEREL (nome e
      *          endereco completo).  Cliente suspenso que quitou o
      *          saldo ou fechou acordo de parcelamento volta a ativo,
      *          sai na lista de religacao RELIGREL e recebe no
      *          RAZLOTE o debito da taxa de religacao.  Toda
      *          regravacao do CLIEMSTR vai para o jornal CLIJRNL,
      *          como no CONDICOES.  O MENSALID consulta a data do
      *          corte para decidir quais competencias faturar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORTELIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

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

           SELECT CARTCTL ASSIGN TO "CARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTCTL.

           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOS.

           SELECT RAZLOTE ASSIGN TO "RAZLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT CORTEREL ASSIGN TO "CORTEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORTEREL.

           SELECT RELIGREL ASSIGN TO "RELIGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELIGREL.

           SELECT CLIJRNL ASSIGN TO "CLIJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIJRNL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  RAZMSTR
           LABEL RECORDS ARE STANDARD.
       01  RAZ-CTA-REG.
           COPY RAZCTA.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  CARTCTL
           LABEL RECORDS ARE STANDARD.
       01  CARTA-CTL-REG.
           COPY CARTCTL.

       FD  ACORDOS
           LABEL RECORDS ARE STANDARD.
       01  ACORDO-REG.
           COPY ACORDO.

       FD  RAZLOTE
           LABEL RECORDS ARE STANDARD.
       01  LANC-REG.
           COPY LANCTO.

       FD  RAZLTCTL
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY LOTECTL.

       FD  CORTEREL
           LABEL RECORDS ARE STANDARD.
       01  COR-LINHA-REG.
           COPY ORDCORTE.

       FD  RELIGREL
           LABEL RECORDS ARE STANDARD.
       01  REL-LINHA-REG.
           COPY ORDCORTE REPLACING LEADING ==ORD-== BY ==REL-==.

       FD  CLIJRNL
           LABEL RECORDS ARE STANDARD.
       01  JRN-REG.
           COPY JORNAL.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-CARTCTL     PIC X(02).
           03 WS-FS-ACORDOS     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-CORTEREL    PIC X(02).
           03 WS-FS-RELIGREL    PIC X(02).
           03 WS-FS-CLIJRNL     PIC X(02).

       77 WS-FIM-CLIEMSTR       PIC X(01) VALUE 'N'.
           88 FIM-CLIEMSTR      VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-CARTCTL        PIC X(01) VALUE 'N'.
           88 FIM-CARTCTL       VALUE 'S'.
       77 WS-FIM-ACORDOS        PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS       VALUE 'S'.

      * PARAMETROS DA RODADA - ZERO NO ACCEPT ASSUME O PADRAO DA CASA:
      * CORTE 15 DIAS DEPOIS DA NOTIFICACAO FINAL E TAXA DE RELIGACAO
      * DE 30,00.
       77 WS-DATA-REFERENCIA    PIC 9(08).
       77 WS-DIAS-REFERENCIA    PIC 9(07).
       77 WS-PRAZO-CORTE        PIC 9(03).
       77 WS-TAXA-RELIGACAO     PIC 9(07)V9(2).

       77 WS-CONTA-ACHADA       PIC X(01).
           88 CONTA-ACHADA      VALUE 'S'.
       77 WS-ACORDO-ATIVO       PIC X(01).
           88 TEM-ACORDO-ATIVO  VALUE 'S'.
       77 WS-NUMERO-ACORDO      PIC 9(06).

      * ULTIMA CARTA ENVIADA AO CLIENTE CORRENTE (CARTCTL).
       77 WS-ESTAGIO-CARTA      PIC 9(01).
       77 WS-DATA-AVISO         PIC 9(08).
       77 WS-IDADE-AVISO        PIC S9(07).

      * DIVIDA NOTIFICADA: SEGUE EM ABERTO ENQUANTO HOUVER NO
      * TITABER UM TITULO DE DEBITO EM ABERTO COM VENCIMENTO ATE A
      * DATA DO AVISO (MESMA FONTE DO RAZIDADE E DO COBRANCA).
       77 WS-DIVIDA-AVISADA     PIC X(01).
           88 DIVIDA-AVISADA-ABERTA VALUE 'S'.
       77 WS-SALDO-DEVEDOR      PIC S9(9)V9(2).

       77 WS-HIST-TAXA          PIC X(30)
           VALUE 'TAXA DE RELIGACAO'.

       01  WS-OBS-ACORDO.
           03 FILLER            PIC X(07) VALUE 'ACORDO '.
           03 WS-OBS-ACD-NUMERO PIC 9(06).
           03 FILLER            PIC X(17) VALUE SPACES.

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZERO.
       77 WS-QTD-SUSPENSOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-RELIGADOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-NO-PRAZO       PIC 9(05) VALUE ZERO.
       77 WS-QTD-COM-ACORDO     PIC 9(05) VALUE ZERO.
       77 WS-QTD-PAGOS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-SEGUEM-SUSP    PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-SUSPENSO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TOTAL-TAXAS        PIC S9(9)V9(2) VALUE ZERO.

      * CONVERSAO DE DATA AAAAMMDD EM DIAS CORRIDOS, NOS MESMOS
      * MOLDES DO RAZIDADE.
       01  WS-DATA-CONVERTER    PIC 9(08).
       01  WS-DATA-CONV-DEC REDEFINES WS-DATA-CONVERTER.
           03 WS-CONV-ANO       PIC 9(04).
           03 WS-CONV-MES       PIC 9(02).
           03 WS-CONV-DIA       PIC 9(02).
       77 WS-DIAS-CONVERTIDOS   PIC 9(07).
       77 WS-ANO-ANTERIOR       PIC 9(04).
       77 WS-BISSEXTO           PIC X(01).
           88 ANO-BISSEXTO      VALUE 'S'.
       77 WS-RESTO-4            PIC 9(04).
       77 WS-RESTO-100          PIC 9(04).
       77 WS-RESTO-400          PIC 9(04).
       77 WS-QUOCIENTE          PIC 9(07).

       01  WS-TAB-DIAS-MES-VAL  PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-VAL.
           03 WS-DIAS-ATE-MES   OCCURS 12 TIMES PIC 9(03).

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
           PERFORM 2000-PROCESSAR-CLIENTES
               THRU 2000-PROCESSAR-CLIENTES-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA A DATA DE REFERENCIA, O PRAZO DE
      * CORTE E A TAXA DE RELIGACAO (ZERO = PADRAO DA CASA).
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'SUSPENSAO E RELIGACAO DE CLIENTES'
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA EQUAL ZERO
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATA-REFERENCIA TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-REFERENCIA

           DISPLAY 'DIAS APOS A NOTIFICACAO FINAL PARA O CORTE '
               '(ZERO = 15):'
           ACCEPT WS-PRAZO-CORTE
           IF WS-PRAZO-CORTE EQUAL ZERO
               MOVE 15 TO WS-PRAZO-CORTE
           END-IF
           DISPLAY 'TAXA DE RELIGACAO (ZERO = 30,00):'
           ACCEPT WS-TAXA-RELIGACAO
           IF WS-TAXA-RELIGACAO EQUAL ZERO
               MOVE 30.00 TO WS-TAXA-RELIGACAO
           END-IF.

      ******************************************************************
      * 2000-PROCESSAR-CLIENTES - VARRE O CLIEMSTR EM I-O: CLIENTE
      * SUSPENSO E AVALIADO PARA RELIGACAO, CLIENTE ATIVO PARA CORTE.
      * O CLIENTE RELIGADO NESTA RODADA NAO E REAVALIADO PARA CORTE -
      * QUITOU OU FECHOU ACORDO, ENTAO NAO CAIRIA NO CRITERIO.
      ******************************************************************
       2000-PROCESSAR-CLIENTES.
           OPEN I-O CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'NENHUM CLIENTE CADASTRADO AINDA'
               GO TO 2000-PROCESSAR-CLIENTES-EXIT
           END-IF

           OPEN INPUT RAZMSTR
           IF WS-FS-RAZMSTR NOT EQUAL '00'
               DISPLAY 'NENHUMA CONTA NO RAZAO (RAZMSTR AUSENTE)'
               CLOSE CLIEMSTR
               GO TO 2000-PROCESSAR-CLIENTES-EXIT
           END-IF

           OPEN OUTPUT CORTEREL
           OPEN OUTPUT RELIGREL
           MOVE 'N' TO WS-FIM-CLIEMSTR
           PERFORM UNTIL FIM-CLIEMSTR
               READ CLIEMSTR NEXT RECORD
                   AT END
                       SET FIM-CLIEMSTR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF CLI-SUSPENSO
                           PERFORM 2200-AVALIAR-RELIGACAO
                               THRU 2200-AVALIAR-RELIGACAO-EXIT
                       ELSE
                           IF CLI-ATIVO
                               PERFORM 2100-AVALIAR-CORTE
                                   THRU 2100-AVALIAR-CORTE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEMSTR
           CLOSE RAZMSTR

           PERFORM 2500-GRAVAR-TOTAIS

           DISPLAY 'CLIENTES LIDOS: ' WS-QTD-LIDOS
           DISPLAY 'SUSPENSOS NA RODADA (CORTEREL): ' WS-QTD-SUSPENSOS
               ' SALDO: ' WS-TOTAL-SUSPENSO
           DISPLAY 'NOTIFICADOS AINDA NO PRAZO: ' WS-QTD-NO-PRAZO
           DISPLAY 'NOTIFICADOS COM ACORDO ATIVO: ' WS-QTD-COM-ACORDO
           DISPLAY 'NOTIFICADOS QUE QUITARAM O AVISO: ' WS-QTD-PAGOS
           DISPLAY 'RELIGADOS NA RODADA (RELIGREL): ' WS-QTD-RELIGADOS
               ' TAXAS: ' WS-TOTAL-TAXAS
           DISPLAY 'SUSPENSOS AINDA EM DEBITO: ' WS-QTD-SEGUEM-SUSP.
       2000-PROCESSAR-CLIENTES-EXIT.
           EXIT.

      ******************************************************************
      * 2100-AVALIAR-CORTE - SUSPENDE O CLIENTE ATIVO CORRENTE QUANDO:
      * A CONTA ESTA DEVEDORA, A ULTIMA CARTA FOI A NOTIFICACAO FINAL
      * (ESTAGIO 3) HA PELO MENOS WS-PRAZO-CORTE DIAS, NAO HA ACORDO
      * ATIVO E A DIVIDA NOTIFICADA SEGUE EM ABERTO (NENHUM PAGAMENTO
      * DEPOIS DO AVISO A COBRIU).
      ******************************************************************
       2100-AVALIAR-CORTE.
           PERFORM 2300-LER-CONTA THRU 2300-LER-CONTA-EXIT
           IF NOT CONTA-ACHADA
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF
           IF RAZ-SALDO NOT LESS THAN ZERO
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF

           PERFORM 2110-CONSULTAR-CARTCTL
               THRU 2110-CONSULTAR-CARTCTL-EXIT
           IF WS-ESTAGIO-CARTA NOT EQUAL 3
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF

           MOVE WS-DATA-AVISO TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           COMPUTE WS-IDADE-AVISO =
               WS-DIAS-REFERENCIA - WS-DIAS-CONVERTIDOS
           IF WS-IDADE-AVISO < WS-PRAZO-CORTE
               ADD 1 TO WS-QTD-NO-PRAZO
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF

           PERFORM 2120-VERIFICAR-ACORDO
               THRU 2120-VERIFICAR-ACORDO-EXIT
           IF TEM-ACORDO-ATIVO
               ADD 1 TO WS-QTD-COM-ACORDO
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF

           PERFORM 2130-APURAR-DIVIDA-AVISADA
               THRU 2130-APURAR-DIVIDA-AVISADA-EXIT
           IF NOT DIVIDA-AVISADA-ABERTA
               ADD 1 TO WS-QTD-PAGOS
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF

           COMPUTE WS-SALDO-DEVEDOR = ZERO - RAZ-SALDO
           MOVE 'S'                TO CLI-STATUS
           MOVE WS-DATA-REFERENCIA TO CLI-DATA-SUSPENSAO
           REWRITE CLIENTE-REG
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'ERRO ' WS-FS-CLIEMSTR ' AO SUSPENDER O '
                   'CLIENTE ' CLI-CHAVE
               GO TO 2100-AVALIAR-CORTE-EXIT
           END-IF
           PERFORM 7100-JORNALIZAR-CLIENTE

           MOVE SPACES            TO COR-LINHA-REG
           MOVE CLI-CHAVE         TO ORD-CHAVE
           MOVE 'CORTE'           TO ORD-SERVICO
           MOVE CLI-NOME          TO ORD-NOME
           MOVE WS-LOGRADOURO     TO ORD-LOGRADOURO
           MOVE WS-NUMERO         TO ORD-NUMERO
           MOVE WS-COMPLEMENTO    TO ORD-COMPLEMENTO
           MOVE WS-BAIRRO         TO ORD-BAIRRO
           MOVE WS-CIDADE         TO ORD-CIDADE
           MOVE WS-UF             TO ORD-UF
           MOVE WS-CEP            TO ORD-CEP
           MOVE WS-DATA-AVISO     TO ORD-DATA
           MOVE WS-SALDO-DEVEDOR  TO ORD-VALOR
           MOVE 'NOTIF. FINAL SEM PAGAMENTO' TO ORD-OBSERVACAO
           WRITE COR-LINHA-REG

           ADD 1 TO WS-QTD-SUSPENSOS
           ADD WS-SALDO-DEVEDOR TO WS-TOTAL-SUSPENSO.
       2100-AVALIAR-CORTE-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CONSULTAR-CARTCTL - VARRE O CARTCTL ATRAS DA ULTIMA CARTA
      * ENVIADA AO CLIENTE CORRENTE.  DEVOLVE O ESTAGIO EM
      * WS-ESTAGIO-CARTA (ZERO = NENHUMA CARTA) E A DATA DO ENVIO EM
      * WS-DATA-AVISO.  UMA PASSADA POR DEVEDOR, COMO AS VARREDURAS
      * DO RETBANCO.
      ******************************************************************
       2110-CONSULTAR-CARTCTL.
           MOVE ZERO TO WS-ESTAGIO-CARTA
           MOVE ZERO TO WS-DATA-AVISO
           MOVE 'N'  TO WS-FIM-CARTCTL

           OPEN INPUT CARTCTL
           IF WS-FS-CARTCTL NOT EQUAL '00'
               GO TO 2110-CONSULTAR-CARTCTL-EXIT
           END-IF

           PERFORM UNTIL FIM-CARTCTL
               READ CARTCTL
                   AT END
                       SET FIM-CARTCTL TO TRUE
                   NOT AT END
                       IF CCT-CHAVE EQUAL CLI-CHAVE
                           MOVE CCT-ESTAGIO    TO WS-ESTAGIO-CARTA
                           MOVE CCT-DATA-ENVIO TO WS-DATA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARTCTL.
       2110-CONSULTAR-CARTCTL-EXIT.
           EXIT.

      ******************************************************************
      * 2120-VERIFICAR-ACORDO - VARRE O ACORDOS ATRAS DE UM ACORDO
      * ATIVO DO CLIENTE CORRENTE.  ACHANDO, O NUMERO FICA EM
      * WS-NUMERO-ACORDO.
      ******************************************************************
       2120-VERIFICAR-ACORDO.
           MOVE 'N'  TO WS-ACORDO-ATIVO
           MOVE ZERO TO WS-NUMERO-ACORDO
           MOVE 'N'  TO WS-FIM-ACORDOS

           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL '00'
               GO TO 2120-VERIFICAR-ACORDO-EXIT
           END-IF

           PERFORM UNTIL FIM-ACORDOS OR TEM-ACORDO-ATIVO
               READ ACORDOS
                   AT END
                       SET FIM-ACORDOS TO TRUE
                   NOT AT END
                       IF ACD-CHAVE-CLIENTE EQUAL CLI-CHAVE
                           AND ACD-ATIVO
                           MOVE 'S'        TO WS-ACORDO-ATIVO
                           MOVE ACD-NUMERO TO WS-NUMERO-ACORDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACORDOS.
       2120-VERIFICAR-ACORDO-EXIT.
           EXIT.

      ******************************************************************
      * 2130-APURAR-DIVIDA-AVISADA - PERCORRE OS TITULOS DO CLIENTE
      * CORRENTE NO TITABER (START NA CHAVE DO CLIENTE COM SEQUENCIA
      * ZERO E READ NEXT ENQUANTO FOR O MESMO CLIENTE) ATRAS DE UM
      * DEBITO EM ABERTO COM VENCIMENTO ATE A DATA DA NOTIFICACAO
      * FINAL.  OS TITULOS JA TRAZEM OS CREDITOS, BAIXAS DE PERDAS E
      * ESTORNOS ABATIDOS (VER TITULO.CPY).
      ******************************************************************
       2130-APURAR-DIVIDA-AVISADA.
           MOVE 'N' TO WS-DIVIDA-AVISADA
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 2130-APURAR-DIVIDA-AVISADA-EXIT
           END-IF

           MOVE CLI-CHAVE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
           END-START
           PERFORM UNTIL FIM-TITABER OR DIVIDA-AVISADA-ABERTA
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL CLI-CHAVE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               AND TIT-DATA-VENCIMENTO
                                   NOT GREATER THAN WS-DATA-AVISO
                               MOVE 'S' TO WS-DIVIDA-AVISADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       2130-APURAR-DIVIDA-AVISADA-EXIT.
           EXIT.

      ******************************************************************
      * 2200-AVALIAR-RELIGACAO - RELIGA O CLIENTE SUSPENSO CORRENTE
      * QUANDO A CONTA NAO ESTA MAIS DEVEDORA OU HA ACORDO ATIVO NO
      * PARCELA: VOLTA A ATIVO, SAI NA LISTA DE RELIGACAO E RECEBE O
      * DEBITO DA TAXA NO RAZLOTE.
      ******************************************************************
       2200-AVALIAR-RELIGACAO.
           PERFORM 2300-LER-CONTA THRU 2300-LER-CONTA-EXIT
           MOVE 'N' TO WS-ACORDO-ATIVO
           IF CONTA-ACHADA AND RAZ-SALDO NOT LESS THAN ZERO
               CONTINUE
           ELSE
               PERFORM 2120-VERIFICAR-ACORDO
                   THRU 2120-VERIFICAR-ACORDO-EXIT
               IF NOT TEM-ACORDO-ATIVO
                   ADD 1 TO WS-QTD-SEGUEM-SUSP
                   GO TO 2200-AVALIAR-RELIGACAO-EXIT
               END-IF
           END-IF

           MOVE SPACES             TO REL-LINHA-REG
           MOVE CLI-CHAVE          TO REL-CHAVE
           MOVE 'RELIGACAO'        TO REL-SERVICO
           MOVE CLI-NOME           TO REL-NOME
           MOVE WS-LOGRADOURO      TO REL-LOGRADOURO
           MOVE WS-NUMERO          TO REL-NUMERO
           MOVE WS-COMPLEMENTO     TO REL-COMPLEMENTO
           MOVE WS-BAIRRO          TO REL-BAIRRO
           MOVE WS-CIDADE          TO REL-CIDADE
           MOVE WS-UF              TO REL-UF
           MOVE WS-CEP             TO REL-CEP
           MOVE ZERO               TO REL-DATA
           IF CLI-DATA-SUSPENSAO IS NUMERIC
               MOVE CLI-DATA-SUSPENSAO TO REL-DATA
           END-IF
           MOVE WS-TAXA-RELIGACAO  TO REL-VALOR
           IF TEM-ACORDO-ATIVO
               MOVE WS-NUMERO-ACORDO TO WS-OBS-ACD-NUMERO
               MOVE WS-OBS-ACORDO    TO REL-OBSERVACAO
           ELSE
               MOVE 'SALDO QUITADO'  TO REL-OBSERVACAO
           END-IF

           MOVE 'A'  TO CLI-STATUS
           MOVE ZERO TO CLI-DATA-SUSPENSAO
           REWRITE CLIENTE-REG
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'ERRO ' WS-FS-CLIEMSTR ' AO RELIGAR O '
                   'CLIENTE ' CLI-CHAVE
               GO TO 2200-AVALIAR-RELIGACAO-EXIT
           END-IF
           PERFORM 7100-JORNALIZAR-CLIENTE

           WRITE REL-LINHA-REG
           PERFORM 2400-LANCAR-TAXA

           ADD 1 TO WS-QTD-RELIGADOS
           ADD WS-TAXA-RELIGACAO TO WS-TOTAL-TAXAS.
       2200-AVALIAR-RELIGACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LER-CONTA - LE NO RAZMSTR A CONTA DO CLIENTE CORRENTE.
      * WS-CONTA-ACHADA INDICA O RESULTADO.
      ******************************************************************
       2300-LER-CONTA.
           MOVE 'N' TO WS-CONTA-ACHADA
           MOVE CLI-CHAVE TO RAZ-CHAVE
           READ RAZMSTR KEY IS RAZ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ACHADA
           END-READ.
       2300-LER-CONTA-EXIT.
           EXIT.

      ******************************************************************
      * 2400-LANCAR-TAXA - GRAVA NO RAZLOTE O DEBITO DA TAXA DE
      * RELIGACAO DO CLIENTE CORRENTE, NO MESMO LAYOUT (LANCTO) DOS
      * LANCAMENTOS DIGITADOS.
      ******************************************************************
       2400-LANCAR-TAXA.
           MOVE CLI-CHAVE          TO LANC-CHAVE-CLIENTE
           MOVE 'D'                TO LANC-TIPO
           MOVE WS-TAXA-RELIGACAO  TO LANC-VALOR
           MOVE WS-DATA-REFERENCIA TO LANC-DATA
           MOVE WS-HIST-TAXA       TO LANC-HISTORICO

           PERFORM 7600-GRAVAR-ITEM-LOTE.

      ******************************************************************
      * 2500-GRAVAR-TOTAIS - FECHA AS DUAS LISTAS COM A LINHA DE
      * TOTAIS (CHAVE ZERO).
      ******************************************************************
       2500-GRAVAR-TOTAIS.
           MOVE SPACES             TO COR-LINHA-REG
           MOVE ZERO               TO ORD-CHAVE
           MOVE 'TOTAL'            TO ORD-SERVICO
           MOVE ZERO               TO ORD-NUMERO
           MOVE ZERO               TO ORD-CEP
           MOVE WS-DATA-REFERENCIA TO ORD-DATA
           MOVE WS-TOTAL-SUSPENSO  TO ORD-VALOR
           STRING 'CORTES: ' WS-QTD-SUSPENSOS
               DELIMITED BY SIZE INTO ORD-NOME
           WRITE COR-LINHA-REG
           CLOSE CORTEREL

           MOVE SPACES             TO REL-LINHA-REG
           MOVE ZERO               TO REL-CHAVE
           MOVE 'TOTAL'            TO REL-SERVICO
           MOVE ZERO               TO REL-NUMERO
           MOVE ZERO               TO REL-CEP
           MOVE WS-DATA-REFERENCIA TO REL-DATA
           MOVE WS-TOTAL-TAXAS     TO REL-VALOR
           STRING 'RELIGACOES: ' WS-QTD-RELIGADOS
               DELIMITED BY SIZE INTO REL-NOME
           WRITE REL-LINHA-REG
           CLOSE RELIGREL.

      ******************************************************************
      * 7100-JORNALIZAR-CLIENTE - GRAVA NO JORNAL CLIJRNL A IMAGEM
      * POSTERIOR DO CLIENTE RECEM-REGRAVADO, PARA O ROLL-FORWARD DO
      * RECUPERA DEPOIS DE UMA RECARGA, COMO FAZ O CONDICOES.
      ******************************************************************
       7100-JORNALIZAR-CLIENTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO JRN-DATA
           MOVE WS-HORA-SISTEMA TO JRN-HORA
           MOVE 'CLIEMSTR'      TO JRN-ARQUIVO
           MOVE 'W'             TO JRN-OPERACAO
           MOVE CLI-CHAVE       TO JRN-CHAVE
           MOVE SPACES          TO JRN-DADOS
           MOVE CLIENTE-REG     TO JRN-DADOS

           OPEN EXTEND CLIJRNL
           IF WS-FS-CLIJRNL EQUAL '35'
               OPEN OUTPUT CLIJRNL
               CLOSE CLIJRNL
               OPEN EXTEND CLIJRNL
           END-IF
           WRITE JRN-REG
           CLOSE CLIJRNL.

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
               MOVE 'CORTELIG'      TO LANC-CAB-PROGRAMA
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
      * 8000-CONVERTER-DATA-EM-DIAS - CONVERTE A DATA AAAAMMDD EM
      * WS-DATA-CONVERTER PARA DIAS CORRIDOS (WS-DIAS-CONVERTIDOS),
      * NOS MESMOS MOLDES DO RAZIDADE.
      ******************************************************************
       8000-CONVERTER-DATA-EM-DIAS.
           COMPUTE WS-ANO-ANTERIOR = WS-CONV-ANO - 1
           COMPUTE WS-DIAS-CONVERTIDOS = WS-ANO-ANTERIOR * 365
           COMPUTE WS-QUOCIENTE = WS-ANO-ANTERIOR / 4
           ADD WS-QUOCIENTE TO WS-DIAS-CONVERTIDOS
           COMPUTE WS-QUOCIENTE = WS-ANO-ANTERIOR / 100
           SUBTRACT WS-QUOCIENTE FROM WS-DIAS-CONVERTIDOS
           COMPUTE WS-QUOCIENTE = WS-ANO-ANTERIOR / 400
           ADD WS-QUOCIENTE TO WS-DIAS-CONVERTIDOS

           ADD WS-DIAS-ATE-MES (WS-CONV-MES) TO WS-DIAS-CONVERTIDOS
           ADD WS-CONV-DIA TO WS-DIAS-CONVERTIDOS

           MOVE 'N' TO WS-BISSEXTO
           DIVIDE WS-CONV-ANO BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
           DIVIDE WS-CONV-ANO BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
           DIVIDE WS-CONV-ANO BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
           IF WS-RESTO-4 EQUAL ZERO
               AND (WS-RESTO-100 NOT EQUAL ZERO
                   OR WS-RESTO-400 EQUAL ZERO)
               MOVE 'S' TO WS-BISSEXTO
           END-IF
           IF ANO-BISSEXTO AND WS-CONV-MES GREATER THAN 2
               ADD 1 TO WS-DIAS-CONVERTIDOS
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA: FECHA (RODAPE) O
      * LOTE DO RAZLOTE QUE A RODADA TENHA ABERTO.
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.
       END PROGRAM CORTELIG.
