      ******************************************************************
      * Author:
      * Date:
      * Purpose: Negativacao em bureau de protecao ao credito - mantem
      *          o registro NEGATREG de quem esta negativado.  Primeiro
      *          varre o registro e, para cada cliente negativado que
      *          zerou o saldo no RAZMSTR, fechou acordo ativo no
      *          PARCELA ou teve baixa de perdas no BAIXAREG depois da
      *          inclusao, grava o item de remocao no NEGEXCL e marca
      *          a linha como removida.  Depois varre as contas
      *          devedoras do RAZMSTR e grava no NEGINCL, com nome e
      *          endereco do CLIEMSTR, quem ja passou da NOTIFICACAO
      *          FINAL (estagio 3 no CARTCTL ha pelo menos o prazo
      *          pedido), tem o debito em aberto mais antigo (titulo
      *          do TITABER, como no RAZIDADE) alem de 120 dias, deve
      *          pelo menos o valor minimo e ainda nao esta
      *          negativado.  O registro e regravado pelo ciclo
      *          copia/confere/regrava - copia que nao confere deixa o
      *          NEGATREG intocado e os arquivos do bureau nao devem
      *          ser enviados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAZMSTR ASSIGN TO "RAZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WS-FS-RAZMSTR.

           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

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

           SELECT BAIXAREG ASSIGN TO "BAIXAREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BAIXAREG.

           SELECT NEGATREG ASSIGN TO "NEGATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEGATREG.

           SELECT NEGATNOV ASSIGN TO "NEGATNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEGATNOV.

           SELECT NEGINCL ASSIGN TO "NEGINCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEGINCL.

           SELECT NEGEXCL ASSIGN TO "NEGEXCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEGEXCL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAZMSTR
           LABEL RECORDS ARE STANDARD.
       01  RAZ-CTA-REG.
           COPY RAZCTA.

       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

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

       FD  BAIXAREG
           LABEL RECORDS ARE STANDARD.
       01  BAIXA-REG.
           COPY BAIXAREG.

       FD  NEGATREG
           LABEL RECORDS ARE STANDARD.
       01  NEGAT-REG.
           COPY NEGATREG.

       FD  NEGATNOV
           LABEL RECORDS ARE STANDARD.
       01  NEGNOV-REG.
           COPY NEGATREG REPLACING LEADING ==NEG-== BY ==NGN-==.

       FD  NEGINCL
           LABEL RECORDS ARE STANDARD.
       01  NEGINCL-REG.
           COPY NEGBURO.

       FD  NEGEXCL
           LABEL RECORDS ARE STANDARD.
       01  NEGEXCL-REG.
           COPY NEGBURO REPLACING LEADING ==NBU-== BY ==NBX-==.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-CARTCTL     PIC X(02).
           03 WS-FS-ACORDOS     PIC X(02).
           03 WS-FS-BAIXAREG    PIC X(02).
           03 WS-FS-NEGATREG    PIC X(02).
           03 WS-FS-NEGATNOV    PIC X(02).
           03 WS-FS-NEGINCL     PIC X(02).
           03 WS-FS-NEGEXCL     PIC X(02).

       77 WS-FIM-RAZMSTR        PIC X(01) VALUE 'N'.
           88 FIM-RAZMSTR       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-CARTCTL        PIC X(01) VALUE 'N'.
           88 FIM-CARTCTL       VALUE 'S'.
       77 WS-FIM-ACORDOS        PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS       VALUE 'S'.
       77 WS-FIM-BAIXAREG       PIC X(01) VALUE 'N'.
           88 FIM-BAIXAREG      VALUE 'S'.
       77 WS-FIM-NEGATREG       PIC X(01) VALUE 'N'.
           88 FIM-NEGATREG      VALUE 'S'.
       77 WS-FIM-NEGATNOV       PIC X(01) VALUE 'N'.
           88 FIM-NEGATNOV      VALUE 'S'.

      * PARAMETROS DA RODADA - ZERO NO ACCEPT ASSUME O PADRAO DA CASA:
      * 10 DIAS APOS A NOTIFICACAO FINAL (O PRAZO DADO NA CARTA) E
      * SALDO DEVEDOR MINIMO DE 100,00.
       77 WS-DATA-REFERENCIA    PIC 9(08).
       77 WS-DIAS-REFERENCIA    PIC 9(07).
       77 WS-PRAZO-AVISO        PIC 9(03).
       77 WS-VALOR-MINIMO       PIC 9(07)V9(2).
      * IDADE MINIMA DO DEBITO EM ABERTO MAIS ANTIGO - A FAIXA "MAIS DE
      * 120 DIAS" DO RAZIDADE, QUE E A DA NOTIFICACAO FINAL.
       77 WS-IDADE-MINIMA       PIC 9(03) VALUE 120.

       77 WS-CLIENTE-ATUAL      PIC 9(06).
       77 WS-SALDO-DEVEDOR      PIC S9(9)V9(2).
       77 WS-CONTA-ACHADA       PIC X(01).
           88 CONTA-ACHADA      VALUE 'S'.
       77 WS-CLIENTE-ACHADO     PIC X(01).
           88 CLIENTE-ACHADO    VALUE 'S'.
       77 WS-ACORDO-ATIVO       PIC X(01).
           88 TEM-ACORDO-ATIVO  VALUE 'S'.
       77 WS-BAIXA-ACHADA       PIC X(01).
           88 TEM-BAIXA         VALUE 'S'.
       77 WS-DATA-BAIXA-MINIMA  PIC 9(08).
       77 WS-JA-NEGATIVADO      PIC X(01).
           88 JA-NEGATIVADO     VALUE 'S'.
       77 WS-MOTIVO-REMOCAO     PIC X(01).

      * ULTIMA CARTA ENVIADA AO CLIENTE CORRENTE (CARTCTL).
       77 WS-ESTAGIO-CARTA      PIC 9(01).
       77 WS-DATA-AVISO         PIC 9(08).

      * IDADE DO DEBITO EM ABERTO MAIS ANTIGO: VENCIMENTO DO PRIMEIRO
      * TITULO DE DEBITO EM ABERTO DO CLIENTE NO TITABER, A MESMA
      * FONTE DO RAZIDADE E DO COBRANCA.
       77 WS-DEBITO-ABERTO      PIC X(01).
           88 DEBITO-ABERTO     VALUE 'S'.
       77 WS-DATA-MAIS-ANTIGA   PIC 9(08).
       77 WS-IDADE-DIAS         PIC S9(07).

       77 WS-QTD-NEG-COPIADOS   PIC 9(06) VALUE ZERO.
       77 WS-QTD-NEG-CONFERIDOS PIC 9(06) VALUE ZERO.
       77 WS-COPIA-NEG-OK       PIC X(01).
           88 COPIA-NEG-OK      VALUE 'S'.

       77 WS-QTD-NEGATIVADOS    PIC 9(05) VALUE ZERO.
       77 WS-QTD-INCLUIDOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-REMOVIDOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-DEVEDORES      PIC 9(05) VALUE ZERO.
       77 WS-QTD-ABAIXO-MINIMO  PIC 9(05) VALUE ZERO.
       77 WS-QTD-SEM-AVISO      PIC 9(05) VALUE ZERO.
       77 WS-QTD-COM-ACORDO     PIC 9(05) VALUE ZERO.
       77 WS-QTD-COM-BAIXA      PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-INCLUIDO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TOTAL-REMOVIDO     PIC S9(9)V9(2) VALUE ZERO.

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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-TRATAR-REMOCOES
               THRU 2000-TRATAR-REMOCOES-EXIT
           PERFORM 3000-TRATAR-INCLUSOES
               THRU 3000-TRATAR-INCLUSOES-EXIT
           PERFORM 6000-ATUALIZAR-REGISTRO
               THRU 6000-ATUALIZAR-REGISTRO-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA A DATA DE REFERENCIA, O PRAZO APOS
      * A NOTIFICACAO FINAL E O VALOR MINIMO (ZERO = PADRAO DA CASA)
      * E ABRE OS DOIS ARQUIVOS DO BUREAU.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'NEGATIVACAO EM BUREAU DE CREDITO'
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA EQUAL ZERO
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATA-REFERENCIA TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-REFERENCIA

           DISPLAY 'DIAS APOS A NOTIFICACAO FINAL (ZERO = 10):'
           ACCEPT WS-PRAZO-AVISO
           IF WS-PRAZO-AVISO EQUAL ZERO
               MOVE 10 TO WS-PRAZO-AVISO
           END-IF
           DISPLAY 'SALDO DEVEDOR MINIMO (ZERO = 100,00):'
           ACCEPT WS-VALOR-MINIMO
           IF WS-VALOR-MINIMO EQUAL ZERO
               MOVE 100.00 TO WS-VALOR-MINIMO
           END-IF

           OPEN OUTPUT NEGINCL
           OPEN OUTPUT NEGEXCL.

      ******************************************************************
      * 2000-TRATAR-REMOCOES - COPIA O NEGATREG PARA O NEGATNOV; CADA
      * LINHA AINDA NEGATIVADA E CONFERIDA CONTRA AS CONDICOES DE
      * REMOCAO E, SE FOR O CASO, SAI NO NEGEXCL E E COPIADA JA COMO
      * REMOVIDA.  REGISTRO AUSENTE (PRIMEIRA RODADA) COMECA VAZIO.
      ******************************************************************
       2000-TRATAR-REMOCOES.
           MOVE ZERO TO WS-QTD-NEG-COPIADOS
           OPEN OUTPUT NEGATNOV

           OPEN INPUT NEGATREG
           IF WS-FS-NEGATREG NOT EQUAL '00'
               CLOSE NEGATNOV
               GO TO 2000-TRATAR-REMOCOES-EXIT
           END-IF

           OPEN INPUT RAZMSTR
           OPEN INPUT CLIEMSTR
           MOVE 'N' TO WS-FIM-NEGATREG
           PERFORM UNTIL FIM-NEGATREG
               READ NEGATREG
                   AT END
                       SET FIM-NEGATREG TO TRUE
                   NOT AT END
                       IF NEG-INCLUIDO
                           ADD 1 TO WS-QTD-NEGATIVADOS
                           PERFORM 2100-AVALIAR-REMOCAO
                               THRU 2100-AVALIAR-REMOCAO-EXIT
                       END-IF
                       MOVE NEGAT-REG TO NEGNOV-REG
                       WRITE NEGNOV-REG
                       ADD 1 TO WS-QTD-NEG-COPIADOS
               END-READ
           END-PERFORM
           CLOSE NEGATREG
           CLOSE NEGATNOV
           CLOSE RAZMSTR
           CLOSE CLIEMSTR.
       2000-TRATAR-REMOCOES-EXIT.
           EXIT.

      ******************************************************************
      * 2100-AVALIAR-REMOCAO - REMOVE O NEGATIVADO CORRENTE QUANDO O
      * SALDO NAO E MAIS DEVEDOR (OU A CONTA SUMIU), QUANDO HA ACORDO
      * ATIVO OU QUANDO A DIVIDA FOI BAIXADA COMO PERDA DEPOIS DA
      * INCLUSAO.  A LINHA DO REGISTRO E MARCADA NA AREA DO NEGAT-REG
      * ANTES DE SER COPIADA POR 2000.
      ******************************************************************
       2100-AVALIAR-REMOCAO.
           MOVE NEG-CHAVE TO WS-CLIENTE-ATUAL
           MOVE SPACE TO WS-MOTIVO-REMOCAO

           PERFORM 2300-LER-CONTA THRU 2300-LER-CONTA-EXIT
           IF NOT CONTA-ACHADA OR RAZ-SALDO NOT LESS THAN ZERO
               MOVE 'Q' TO WS-MOTIVO-REMOCAO
               GO TO 2100-REMOVER
           END-IF

           PERFORM 2320-VERIFICAR-ACORDO
               THRU 2320-VERIFICAR-ACORDO-EXIT
           IF TEM-ACORDO-ATIVO
               MOVE 'A' TO WS-MOTIVO-REMOCAO
               GO TO 2100-REMOVER
           END-IF

           MOVE NEG-DATA-INCLUSAO TO WS-DATA-BAIXA-MINIMA
           PERFORM 2330-VERIFICAR-BAIXA
               THRU 2330-VERIFICAR-BAIXA-EXIT
           IF TEM-BAIXA
               MOVE 'B' TO WS-MOTIVO-REMOCAO
               GO TO 2100-REMOVER
           END-IF
           GO TO 2100-AVALIAR-REMOCAO-EXIT.

       2100-REMOVER.
           MOVE 'R'                TO NEG-STATUS
           MOVE WS-DATA-REFERENCIA TO NEG-DATA-REMOCAO
           MOVE WS-MOTIVO-REMOCAO  TO NEG-MOTIVO-REMOCAO

           MOVE SPACES             TO NEGEXCL-REG
           MOVE 'E'                TO NBX-TIPO
           MOVE NEG-CHAVE          TO NBX-CONTRATO
           MOVE ZERO               TO NBX-NUMERO
           MOVE ZERO               TO NBX-CEP
           PERFORM 2310-LER-CLIENTE THRU 2310-LER-CLIENTE-EXIT
           IF CLIENTE-ACHADO
               MOVE CLI-NOME       TO NBX-NOME
               MOVE WS-LOGRADOURO  TO NBX-LOGRADOURO
               MOVE WS-NUMERO      TO NBX-NUMERO
               MOVE WS-COMPLEMENTO TO NBX-COMPLEMENTO
               MOVE WS-BAIRRO      TO NBX-BAIRRO
               MOVE WS-CIDADE      TO NBX-CIDADE
               MOVE WS-UF          TO NBX-UF
               MOVE WS-CEP         TO NBX-CEP
           END-IF
           MOVE NEG-DATA-DIVIDA    TO NBX-DATA-DIVIDA
           MOVE NEG-VALOR-INCLUIDO TO NBX-VALOR
           MOVE WS-DATA-REFERENCIA TO NBX-DATA-MOVIMENTO
           MOVE WS-MOTIVO-REMOCAO  TO NBX-MOTIVO
           WRITE NEGEXCL-REG

           ADD 1 TO WS-QTD-REMOVIDOS
           ADD NEG-VALOR-INCLUIDO TO WS-TOTAL-REMOVIDO.
       2100-AVALIAR-REMOCAO-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LER-CONTA - LE NO RAZMSTR A CONTA DE WS-CLIENTE-ATUAL.
      * WS-CONTA-ACHADA INDICA O RESULTADO.
      ******************************************************************
       2300-LER-CONTA.
           MOVE 'N' TO WS-CONTA-ACHADA
           MOVE WS-CLIENTE-ATUAL TO RAZ-CHAVE
           READ RAZMSTR KEY IS RAZ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ACHADA
           END-READ.
       2300-LER-CONTA-EXIT.
           EXIT.

      ******************************************************************
      * 2310-LER-CLIENTE - LE NO CLIEMSTR O CADASTRO DE
      * WS-CLIENTE-ATUAL.  WS-CLIENTE-ACHADO INDICA O RESULTADO.
      ******************************************************************
       2310-LER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ACHADO
           MOVE WS-CLIENTE-ATUAL TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ACHADO
           END-READ.
       2310-LER-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2320-VERIFICAR-ACORDO - VARRE O ACORDOS ATRAS DE UM ACORDO
      * ATIVO DE WS-CLIENTE-ATUAL.
      ******************************************************************
       2320-VERIFICAR-ACORDO.
           MOVE 'N' TO WS-ACORDO-ATIVO
           MOVE 'N' TO WS-FIM-ACORDOS

           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL '00'
               GO TO 2320-VERIFICAR-ACORDO-EXIT
           END-IF

           PERFORM UNTIL FIM-ACORDOS OR TEM-ACORDO-ATIVO
               READ ACORDOS
                   AT END
                       SET FIM-ACORDOS TO TRUE
                   NOT AT END
                       IF ACD-CHAVE-CLIENTE EQUAL WS-CLIENTE-ATUAL
                           AND ACD-ATIVO
                           MOVE 'S' TO WS-ACORDO-ATIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACORDOS.
       2320-VERIFICAR-ACORDO-EXIT.
           EXIT.

      ******************************************************************
      * 2330-VERIFICAR-BAIXA - VARRE O BAIXAREG ATRAS DE UMA BAIXA DE
      * PERDAS DE WS-CLIENTE-ATUAL COM DATA A PARTIR DE
      * WS-DATA-BAIXA-MINIMA.
      ******************************************************************
       2330-VERIFICAR-BAIXA.
           MOVE 'N' TO WS-BAIXA-ACHADA
           MOVE 'N' TO WS-FIM-BAIXAREG

           OPEN INPUT BAIXAREG
           IF WS-FS-BAIXAREG NOT EQUAL '00'
               GO TO 2330-VERIFICAR-BAIXA-EXIT
           END-IF

           PERFORM UNTIL FIM-BAIXAREG OR TEM-BAIXA
               READ BAIXAREG
                   AT END
                       SET FIM-BAIXAREG TO TRUE
                   NOT AT END
                       IF BXA-CHAVE EQUAL WS-CLIENTE-ATUAL
                           AND BXA-DATA NOT LESS THAN
                               WS-DATA-BAIXA-MINIMA
                           MOVE 'S' TO WS-BAIXA-ACHADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAIXAREG.
       2330-VERIFICAR-BAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRATAR-INCLUSOES - VARRE AS CONTAS DEVEDORAS DO RAZMSTR E
      * INCLUI NO NEGINCL (E NO FIM DO NEGATNOV) QUEM ATENDE A TODAS
      * AS CONDICOES DE 3100.
      ******************************************************************
       3000-TRATAR-INCLUSOES.
           OPEN INPUT RAZMSTR
           IF WS-FS-RAZMSTR NOT EQUAL '00'
               DISPLAY 'NENHUMA CONTA NO RAZAO (RAZMSTR AUSENTE)'
               GO TO 3000-TRATAR-INCLUSOES-EXIT
           END-IF

           OPEN INPUT CLIEMSTR
           MOVE 'N' TO WS-FIM-RAZMSTR
           PERFORM UNTIL FIM-RAZMSTR
               READ RAZMSTR NEXT RECORD
                   AT END
                       SET FIM-RAZMSTR TO TRUE
                   NOT AT END
                       IF RAZ-SALDO LESS THAN ZERO
                           ADD 1 TO WS-QTD-DEVEDORES
                           PERFORM 3100-AVALIAR-INCLUSAO
                               THRU 3100-AVALIAR-INCLUSAO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMSTR
           CLOSE CLIEMSTR.
       3000-TRATAR-INCLUSOES-EXIT.
           EXIT.

      ******************************************************************
      * 3100-AVALIAR-INCLUSAO - INCLUI O DEVEDOR CORRENTE QUANDO: DEVE
      * AO MENOS O VALOR MINIMO, A ULTIMA CARTA FOI A NOTIFICACAO
      * FINAL HA PELO MENOS O PRAZO PEDIDO, O DEBITO EM ABERTO MAIS
      * ANTIGO TEM MAIS DE 120 DIAS, NAO HA ACORDO ATIVO NEM BAIXA DE
      * PERDAS DA DIVIDA, O CLIENTE EXISTE NO CLIEMSTR E AINDA NAO
      * ESTA NEGATIVADO.
      ******************************************************************
       3100-AVALIAR-INCLUSAO.
           MOVE RAZ-CHAVE TO WS-CLIENTE-ATUAL
           COMPUTE WS-SALDO-DEVEDOR = ZERO - RAZ-SALDO
           IF WS-SALDO-DEVEDOR < WS-VALOR-MINIMO
               ADD 1 TO WS-QTD-ABAIXO-MINIMO
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           PERFORM 3110-CONSULTAR-CARTCTL
               THRU 3110-CONSULTAR-CARTCTL-EXIT
           IF WS-ESTAGIO-CARTA NOT EQUAL 3
               ADD 1 TO WS-QTD-SEM-AVISO
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF
           MOVE WS-DATA-AVISO TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           COMPUTE WS-IDADE-DIAS =
               WS-DIAS-REFERENCIA - WS-DIAS-CONVERTIDOS
           IF WS-IDADE-DIAS < WS-PRAZO-AVISO
               ADD 1 TO WS-QTD-SEM-AVISO
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           PERFORM 3120-APURAR-IDADE THRU 3120-APURAR-IDADE-EXIT
           MOVE WS-DATA-MAIS-ANTIGA TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           COMPUTE WS-IDADE-DIAS =
               WS-DIAS-REFERENCIA - WS-DIAS-CONVERTIDOS
           IF WS-IDADE-DIAS NOT GREATER THAN WS-IDADE-MINIMA
               ADD 1 TO WS-QTD-SEM-AVISO
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           PERFORM 2320-VERIFICAR-ACORDO
               THRU 2320-VERIFICAR-ACORDO-EXIT
           IF TEM-ACORDO-ATIVO
               ADD 1 TO WS-QTD-COM-ACORDO
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           MOVE WS-DATA-MAIS-ANTIGA TO WS-DATA-BAIXA-MINIMA
           PERFORM 2330-VERIFICAR-BAIXA
               THRU 2330-VERIFICAR-BAIXA-EXIT
           IF TEM-BAIXA
               ADD 1 TO WS-QTD-COM-BAIXA
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           PERFORM 2310-LER-CLIENTE THRU 2310-LER-CLIENTE-EXIT
           IF NOT CLIENTE-ACHADO
               DISPLAY 'DEVEDOR SEM CLIENTE NO CLIEMSTR - NAO '
                   'NEGATIVADO. CHAVE: ' WS-CLIENTE-ATUAL
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           PERFORM 3130-VERIFICAR-NEGATIVADO
               THRU 3130-VERIFICAR-NEGATIVADO-EXIT
           IF JA-NEGATIVADO
               GO TO 3100-AVALIAR-INCLUSAO-EXIT
           END-IF

           MOVE SPACES              TO NEGINCL-REG
           MOVE 'I'                 TO NBU-TIPO
           MOVE WS-CLIENTE-ATUAL    TO NBU-CONTRATO
           MOVE CLI-NOME            TO NBU-NOME
           MOVE WS-LOGRADOURO       TO NBU-LOGRADOURO
           MOVE WS-NUMERO           TO NBU-NUMERO
           MOVE WS-COMPLEMENTO      TO NBU-COMPLEMENTO
           MOVE WS-BAIRRO           TO NBU-BAIRRO
           MOVE WS-CIDADE           TO NBU-CIDADE
           MOVE WS-UF               TO NBU-UF
           MOVE WS-CEP              TO NBU-CEP
           MOVE WS-DATA-MAIS-ANTIGA TO NBU-DATA-DIVIDA
           MOVE WS-SALDO-DEVEDOR    TO NBU-VALOR
           MOVE WS-DATA-REFERENCIA  TO NBU-DATA-MOVIMENTO
           WRITE NEGINCL-REG

           MOVE SPACES              TO NEGNOV-REG
           MOVE WS-CLIENTE-ATUAL    TO NGN-CHAVE
           MOVE 'I'                 TO NGN-STATUS
           MOVE WS-DATA-REFERENCIA  TO NGN-DATA-INCLUSAO
           MOVE WS-SALDO-DEVEDOR    TO NGN-VALOR-INCLUIDO
           MOVE WS-DATA-MAIS-ANTIGA TO NGN-DATA-DIVIDA
           MOVE ZERO                TO NGN-DATA-REMOCAO
           OPEN EXTEND NEGATNOV
           WRITE NEGNOV-REG
           CLOSE NEGATNOV
           ADD 1 TO WS-QTD-NEG-COPIADOS

           ADD 1 TO WS-QTD-INCLUIDOS
           ADD WS-SALDO-DEVEDOR TO WS-TOTAL-INCLUIDO.
       3100-AVALIAR-INCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      * 3110-CONSULTAR-CARTCTL - VARRE O CARTCTL ATRAS DA ULTIMA CARTA
      * ENVIADA A WS-CLIENTE-ATUAL (ESTAGIO ZERO = NENHUMA).
      ******************************************************************
       3110-CONSULTAR-CARTCTL.
           MOVE ZERO TO WS-ESTAGIO-CARTA
           MOVE ZERO TO WS-DATA-AVISO
           MOVE 'N'  TO WS-FIM-CARTCTL

           OPEN INPUT CARTCTL
           IF WS-FS-CARTCTL NOT EQUAL '00'
               GO TO 3110-CONSULTAR-CARTCTL-EXIT
           END-IF

           PERFORM UNTIL FIM-CARTCTL
               READ CARTCTL
                   AT END
                       SET FIM-CARTCTL TO TRUE
                   NOT AT END
                       IF CCT-CHAVE EQUAL WS-CLIENTE-ATUAL
                           MOVE CCT-ESTAGIO    TO WS-ESTAGIO-CARTA
                           MOVE CCT-DATA-ENVIO TO WS-DATA-AVISO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARTCTL.
       3110-CONSULTAR-CARTCTL-EXIT.
           EXIT.

      ******************************************************************
      * 3120-APURAR-IDADE - DEVOLVE EM WS-DATA-MAIS-ANTIGA O
      * VENCIMENTO DO PRIMEIRO TITULO DE DEBITO EM ABERTO DE
      * WS-CLIENTE-ATUAL NO TITABER (START NA CHAVE DO CLIENTE COM
      * SEQUENCIA ZERO E READ NEXT ENQUANTO FOR O MESMO CLIENTE - A
      * ORDEM DA CHAVE E A DE LANCAMENTO).  SEM TITULO EM ABERTO USA A
      * DATA DO ULTIMO LANCAMENTO DA CONTA, COMO NO COBRANCA.
      ******************************************************************
       3120-APURAR-IDADE.
           MOVE 'N'  TO WS-DEBITO-ABERTO
           MOVE RAZ-DATA-ULT-LANCTO TO WS-DATA-MAIS-ANTIGA

           MOVE 'N' TO WS-FIM-TITABER
           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 3120-APURAR-IDADE-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
           END-START
           PERFORM UNTIL FIM-TITABER OR DEBITO-ABERTO
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CLIENTE-ATUAL
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               MOVE TIT-DATA-VENCIMENTO
                                   TO WS-DATA-MAIS-ANTIGA
                               MOVE 'S' TO WS-DEBITO-ABERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       3120-APURAR-IDADE-EXIT.
           EXIT.

      ******************************************************************
      * 3130-VERIFICAR-NEGATIVADO - VARRE O NEGATNOV (REGISTRO JA COM
      * AS REMOCOES E INCLUSOES DESTA RODADA) ATRAS DE UMA LINHA AINDA
      * NEGATIVADA DE WS-CLIENTE-ATUAL.
      ******************************************************************
       3130-VERIFICAR-NEGATIVADO.
           MOVE 'N' TO WS-JA-NEGATIVADO
           MOVE 'N' TO WS-FIM-NEGATNOV

           OPEN INPUT NEGATNOV
           IF WS-FS-NEGATNOV NOT EQUAL '00'
               GO TO 3130-VERIFICAR-NEGATIVADO-EXIT
           END-IF

           PERFORM UNTIL FIM-NEGATNOV OR JA-NEGATIVADO
               READ NEGATNOV
                   AT END
                       SET FIM-NEGATNOV TO TRUE
                   NOT AT END
                       IF NGN-CHAVE EQUAL WS-CLIENTE-ATUAL
                           AND NGN-INCLUIDO
                           MOVE 'S' TO WS-JA-NEGATIVADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEGATNOV.
       3130-VERIFICAR-NEGATIVADO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ATUALIZAR-REGISTRO - FECHA OS ARQUIVOS DO BUREAU, CONFERE
      * A CONTAGEM DO NEGATNOV CONTRA O QUE FOI COPIADO E INCLUIDO E
      * SO ENTAO REGRAVA O NEGATREG.  EXIBE O RESUMO DA RODADA.
      ******************************************************************
       6000-ATUALIZAR-REGISTRO.
           CLOSE NEGINCL
           CLOSE NEGEXCL

           DISPLAY 'NEGATIVADOS NO INICIO DA RODADA: '
               WS-QTD-NEGATIVADOS
           DISPLAY 'REMOVIDOS (NEGEXCL): ' WS-QTD-REMOVIDOS
               ' VALOR: ' WS-TOTAL-REMOVIDO
           DISPLAY 'DEVEDORES EXAMINADOS: ' WS-QTD-DEVEDORES
           DISPLAY 'INCLUIDOS (NEGINCL): ' WS-QTD-INCLUIDOS
               ' VALOR: ' WS-TOTAL-INCLUIDO
           DISPLAY 'ABAIXO DO MINIMO: ' WS-QTD-ABAIXO-MINIMO
               ' SEM NOTIFICACAO VENCIDA: ' WS-QTD-SEM-AVISO
           DISPLAY 'COM ACORDO ATIVO: ' WS-QTD-COM-ACORDO
               ' COM BAIXA DE PERDAS: ' WS-QTD-COM-BAIXA

           MOVE 'N' TO WS-COPIA-NEG-OK
           MOVE ZERO TO WS-QTD-NEG-CONFERIDOS
           MOVE 'N' TO WS-FIM-NEGATNOV
           OPEN INPUT NEGATNOV
           IF WS-FS-NEGATNOV EQUAL '00'
               PERFORM UNTIL FIM-NEGATNOV
                   READ NEGATNOV
                       AT END
                           SET FIM-NEGATNOV TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NEG-CONFERIDOS
                   END-READ
               END-PERFORM
               CLOSE NEGATNOV
               IF WS-QTD-NEG-CONFERIDOS EQUAL WS-QTD-NEG-COPIADOS
                   MOVE 'S' TO WS-COPIA-NEG-OK
               END-IF
           END-IF

           IF NOT COPIA-NEG-OK
               DISPLAY 'COPIA DO REGISTRO NAO CONFERE - NEGATREG '
                   'PRESERVADO. NAO ENVIE NEGINCL/NEGEXCL AO BUREAU'
               MOVE 8 TO RETURN-CODE
               GO TO 6000-ATUALIZAR-REGISTRO-EXIT
           END-IF

           OPEN INPUT NEGATNOV
           OPEN OUTPUT NEGATREG
           MOVE 'N' TO WS-FIM-NEGATNOV
           PERFORM UNTIL FIM-NEGATNOV
               READ NEGATNOV
                   AT END
                       SET FIM-NEGATNOV TO TRUE
                   NOT AT END
                       MOVE NEGNOV-REG TO NEGAT-REG
                       WRITE NEGAT-REG
               END-READ
           END-PERFORM
           CLOSE NEGATNOV
           CLOSE NEGATREG
           DISPLAY 'REGISTRO DE NEGATIVACOES ATUALIZADO (NEGATREG)'.
       6000-ATUALIZAR-REGISTRO-EXIT.
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
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM NEGATIVA.
