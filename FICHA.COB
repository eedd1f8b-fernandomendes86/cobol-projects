      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ficha do cliente - consulta consolidada, somente
      *          leitura, para o atendimento.  Localiza o cliente pela
      *          chave (com digito verificador) ou por busca parcial
      *          do nome e mostra numa so tela paginada: cadastro
      *          (CLIEMSTR) com endereco e categoria, contatos
      *          (CLICONT) e retencao de correspondencia devolvida
      *          (DEVOLMST), saldo do razao (RAZMSTR) com as faixas de
      *          idade do RAZIDADE (titulos em aberto do TITABER), os
      *          ultimos movimentos (RAZMOVS), acordos ativos ou
      *          rompidos (ACORDOS), estagio e data da ultima carta de
      *          cobranca (CARTCTL), baixas de perdas (BAIXAREG) e
      *          lancamentos retidos por alcada (RAZPEND).  Aberto a
      *          qualquer operador ativo do OPERMSTR, inclusive o
      *          perfil 'C' de consulta.  Cada ficha consultada (e
      *          cada busca por nome) e auditada no CLIAUDIT
      *          (operacao 'I').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT CLICONT ASSIGN TO "CLICONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONT.

           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT RAZMSTR ASSIGN TO "RAZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WS-FS-RAZMSTR.

           SELECT RAZMOVS ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOS.

           SELECT CARTCTL ASSIGN TO "CARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTCTL.

           SELECT BAIXAREG ASSIGN TO "BAIXAREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BAIXAREG.

           SELECT RAZPEND ASSIGN TO "RAZPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZPEND.

           SELECT OPERMSTR ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-FS-OPERMSTR.

           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIAUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  CLICONT
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-REG.
           COPY CONTATO.

       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  RAZMSTR
           LABEL RECORDS ARE STANDARD.
       01  RAZ-CTA-REG.
           COPY RAZCTA.

       FD  RAZMOVS
           LABEL RECORDS ARE STANDARD.
       01  MOV-REG.
           COPY RAZMOV.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  ACORDOS
           LABEL RECORDS ARE STANDARD.
       01  ACORDO-REG.
           COPY ACORDO.

       FD  CARTCTL
           LABEL RECORDS ARE STANDARD.
       01  CARTA-CTL-REG.
           COPY CARTCTL.

       FD  BAIXAREG
           LABEL RECORDS ARE STANDARD.
       01  BAIXA-REG.
           COPY BAIXAREG.

       FD  RAZPEND
           LABEL RECORDS ARE STANDARD.
       01  PEN-REG.
           COPY RAZPEND.

       FD  OPERMSTR
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REG.
           COPY OPERADOR.

       FD  CLIAUDIT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REG.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-CLICONT     PIC X(02).
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-ACORDOS     PIC X(02).
           03 WS-FS-CARTCTL     PIC X(02).
           03 WS-FS-BAIXAREG    PIC X(02).
           03 WS-FS-RAZPEND     PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).

       77 WS-FIM-CLIEMSTR       PIC X(01) VALUE 'N'.
           88 FIM-CLIEMSTR      VALUE 'S'.
       77 WS-FIM-CLICONT        PIC X(01) VALUE 'N'.
           88 FIM-CLICONT       VALUE 'S'.
       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-ACORDOS        PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS       VALUE 'S'.
       77 WS-FIM-CARTCTL        PIC X(01) VALUE 'N'.
           88 FIM-CARTCTL       VALUE 'S'.
       77 WS-FIM-BAIXAREG       PIC X(01) VALUE 'N'.
           88 FIM-BAIXAREG      VALUE 'S'.
       77 WS-FIM-RAZPEND        PIC X(01) VALUE 'N'.
           88 FIM-RAZPEND       VALUE 'S'.

       77 WS-OPCAO              PIC 9(01) VALUE ZERO.
       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.

       77 WS-CHAVE-BUSCA        PIC 9(06).
       77 WS-CLIENTE-ACHADO     PIC X(01).
           88 CLIENTE-ACHADO    VALUE 'S'.

      * BUSCA PARCIAL POR NOME, NOS MESMOS MOLDES DA CONSULTA DO
      * CONDICOES.
       77 WS-BUSCA-TERMO        PIC X(15).
       77 WS-TERMO-LEN          PIC 9(02).
       77 WS-POS-BUSCA          PIC 9(02).
       77 WS-POS-MAX            PIC 9(02).
       77 WS-CASOU              PIC X(01).
       77 WS-QTD-ENCONTRADOS    PIC 9(06) VALUE ZERO.

      * PAGINACAO DA TELA: TODA LINHA DA FICHA PASSA POR 3900, QUE
      * PARA A CADA WS-TAM-PAGINA LINHAS, COMO NA CONSULTA DO
      * CONDICOES.
       77 WS-QTD-NA-TELA        PIC 9(02) VALUE ZERO.
       77 WS-TAM-PAGINA         PIC 9(02) VALUE 20.
       77 WS-TECLA-CONTINUAR    PIC X(01).
       77 WS-LINHA-TELA         PIC X(72).

      * CADASTRO DO CLIENTE DA FICHA, GUARDADO FORA DO BUFFER DO
      * CLIEMSTR.
       01  WS-FICHA-CADASTRO.
           03 WS-FIC-CHAVE      PIC 9(06).
           03 WS-FIC-NOME       PIC X(30).
           03 WS-FIC-LOGRADOURO PIC X(20).
           03 WS-FIC-NUMERO     PIC 9(05).
           03 WS-FIC-COMPLEMENTO PIC X(10).
           03 WS-FIC-BAIRRO     PIC X(15).
           03 WS-FIC-CIDADE     PIC X(20).
           03 WS-FIC-UF         PIC X(02).
           03 WS-FIC-CEP        PIC 9(08).
           03 WS-FIC-STATUS     PIC X(01).
           03 WS-FIC-CATEGORIA  PIC X(01).
           03 WS-FIC-INCLUSAO   PIC 9(08).
           03 WS-FIC-ALTERACAO  PIC 9(08).
           03 WS-FIC-SUSPENSAO  PIC 9(08).

      * SALDO E FAIXAS DE IDADE DO RAZAO, APURADOS COMO NO RAZIDADE
      * (O QUE SEGUE EM ABERTO NOS TITULOS DO TITABER).
       77 WS-TEM-CONTA          PIC X(01).
           88 TEM-CONTA         VALUE 'S'.
       77 WS-SALDO-CONTA        PIC S9(9)V9(2) VALUE ZERO.
       77 WS-DATA-ULT-LANCTO    PIC 9(08).
       77 WS-SALDO-DEVEDOR      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-VALOR-EM-ABERTO    PIC S9(9)V9(2) VALUE ZERO.
       77 WS-ABERTO-APURADO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-DIFERENCA-ABERTO   PIC S9(9)V9(2) VALUE ZERO.
       77 WS-EXCESSO-ABERTO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-ABATE-FAIXA        PIC S9(9)V9(2) VALUE ZERO.

       01  WS-FAIXAS-IDADE.
           03 WS-FIC-FAIXA-30       PIC S9(9)V9(2).
           03 WS-FIC-FAIXA-60       PIC S9(9)V9(2).
           03 WS-FIC-FAIXA-90       PIC S9(9)V9(2).
           03 WS-FIC-FAIXA-120      PIC S9(9)V9(2).
           03 WS-FIC-FAIXA-MAIS-120 PIC S9(9)V9(2).

       77 WS-DATA-REFERENCIA    PIC 9(08).
       77 WS-DIAS-REFERENCIA    PIC 9(07).
       77 WS-DIAS-MOVIMENTO     PIC 9(07).
       77 WS-IDADE-DIAS         PIC S9(07).

      * ULTIMOS MOVIMENTOS: A PRIMEIRA PASSADA CONTA OS MOVIMENTOS DO
      * CLIENTE E A EXIBICAO MOSTRA SO OS WS-QTD-ULTIMOS FINAIS.
       77 WS-QTD-MOVIMENTOS     PIC 9(06) VALUE ZERO.
       77 WS-QTD-ULTIMOS        PIC 9(02) VALUE 10.
       77 WS-PRIMEIRO-EXIBIR    PIC 9(06) VALUE ZERO.
       77 WS-ORDEM-MOVIMENTO    PIC 9(06) VALUE ZERO.

       77 WS-QTD-ITENS-SECAO    PIC 9(06) VALUE ZERO.
       77 WS-ESTAGIO-CARTA      PIC 9(01) VALUE ZERO.
       77 WS-DATA-CARTA         PIC 9(08) VALUE ZERO.
       77 WS-VALOR-EDITADO      PIC -9(9).9(2).

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

      * CONFERENCIA DO DIGITO VERIFICADOR DA CHAVE DIGITADA (VER
      * CLIENTE.CPY).
       77 WS-CHAVE-VERIFICAR    PIC 9(06).
       01  WS-DV-SEQUENCIA      PIC 9(05).
       01  WS-DV-SEQ-DIG REDEFINES WS-DV-SEQUENCIA.
           03 WS-DV-SEQ-D1      PIC 9(01).
           03 WS-DV-SEQ-D2      PIC 9(01).
           03 WS-DV-SEQ-D3      PIC 9(01).
           03 WS-DV-SEQ-D4      PIC 9(01).
           03 WS-DV-SEQ-D5      PIC 9(01).
       77 WS-DV-DIGITO          PIC 9(01).
       77 WS-DV-SOMA            PIC 9(03).
       77 WS-DV-QUOCIENTE       PIC 9(03).
       77 WS-DV-RESTO           PIC 9(02).
       77 WS-DV-ESPERADO        PIC 9(02).
       77 WS-CHAVE-DV-OK        PIC X(01).
           88 CHAVE-DV-OK       VALUE 'S'.

      * LINHAS FORMATADAS DA FICHA (72 COLUNAS).
       01  WS-LIN-SEPARADOR     PIC X(72) VALUE ALL '-'.

       01  WS-LIN-TITULO.
           03 FILLER            PIC X(04) VALUE '=== '.
           03 WS-TIT-TEXTO      PIC X(64).
           03 FILLER            PIC X(04) VALUE ' ==='.

       01  WS-LIN-ROTULO.
           03 WS-ROT-TEXTO      PIC X(14).
           03 WS-ROT-VALOR      PIC X(58).

       01  WS-LIN-BUSCA.
           03 WS-BUS-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BUS-NOME       PIC X(30).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BUS-CIDADE     PIC X(20).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BUS-UF         PIC X(02).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BUS-STATUS     PIC X(01).
           03 FILLER            PIC X(09) VALUE SPACES.

       01  WS-LIN-CONTATO.
           03 WS-CTL-SEQ        PIC 9(02).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTL-TIPO       PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTL-VALOR      PIC X(40).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTL-PREFERIDO  PIC X(09).
           03 FILLER            PIC X(10) VALUE SPACES.

       01  WS-LIN-FAIXAS-CAB.
           03 FILLER            PIC X(72) VALUE
              'ATE 30 DIAS  31 A 60  61 A 90  91 A 120  MAIS DE 120'.

       01  WS-LIN-FAIXA.
           03 WS-FXL-ROTULO     PIC X(14).
           03 WS-FXL-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(45) VALUE SPACES.

       01  WS-LIN-MOVIMENTO.
           03 WS-MVL-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-MVL-TIPO       PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-MVL-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-MVL-HISTORICO  PIC X(30).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-MVL-ORIGEM     PIC X(08).
           03 FILLER            PIC X(08) VALUE SPACES.

       01  WS-LIN-ACORDO.
           03 WS-ACL-NUMERO     PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-ACL-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-ACL-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-ACL-GERADAS    PIC 9(03).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-ACL-PARCELAS   PIC 9(03).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-ACL-SITUACAO   PIC X(07).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-ACL-DATA-SIT   PIC 9(08).
           03 FILLER            PIC X(18) VALUE SPACES.

       01  WS-LIN-BAIXA.
           03 WS-BXL-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BXL-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BXL-OPERADOR   PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-BXL-MOTIVO     PIC X(40).

       01  WS-LIN-PENDENTE.
           03 WS-PNL-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-PNL-TIPO       PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-PNL-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-PNL-HISTORICO  PIC X(30).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-PNL-SITUACAO   PIC X(10).
           03 FILLER            PIC X(06) VALUE SPACES.

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-CHAVE        PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-MENU-FICHA
               UNTIL WS-OPCAO EQUAL 3
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE OPERADOR ATIVO.  LOGIN
      * RECUSADO ENCERRA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'FICHA DO CLIENTE - CONSULTA CONSOLIDADA'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT
           IF NOT LOGIN-EFETUADO
               MOVE 3 TO WS-OPCAO
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1200-EFETUAR-LOGIN - EXIGE CREDENCIAIS DE OPERADOR ATIVO
      * (OPERMSTR), COM ATE 3 TENTATIVAS, COMO NO CEPMAN.
      ******************************************************************
       1200-EFETUAR-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK
           MOVE ZERO TO WS-QTD-LOGIN-ERRO

           PERFORM UNTIL LOGIN-EFETUADO
                   OR WS-QTD-LOGIN-ERRO >= WS-MAX-LOGIN-ERRO
               DISPLAY 'ID DO OPERADOR:'
               ACCEPT WS-OPERADOR-ID
               DISPLAY 'SENHA:'
               ACCEPT WS-OPERADOR-SENHA
               PERFORM 1210-VALIDAR-OPERADOR
                   THRU 1210-VALIDAR-OPERADOR-EXIT
               IF NOT LOGIN-EFETUADO
                   AND WS-FS-OPERMSTR EQUAL '00'
                   ADD 1 TO WS-QTD-LOGIN-ERRO
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS'
                   MOVE 'N' TO WS-AUDIT-RESULTADO
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (FICHA)'
                       TO WS-AUDIT-DESCRICAO
                   PERFORM 7000-GRAVAR-AUDITORIA-LOGIN
               END-IF
           END-PERFORM

           IF NOT LOGIN-EFETUADO
               AND WS-FS-OPERMSTR EQUAL '00'
               DISPLAY 'EXCESSO DE TENTATIVAS DE LOGIN - SESSAO '
                   'ENCERRADA'
           END-IF.
       1200-EFETUAR-LOGIN-EXIT.
           EXIT.

      ******************************************************************
      * 1210-VALIDAR-OPERADOR - A FICHA SO LE ARQUIVOS: QUALQUER
      * OPERADOR ATIVO ENTRA, INCLUSIVE O PERFIL 'C' DE CONSULTA.
      ******************************************************************
       1210-VALIDAR-OPERADOR.
           OPEN INPUT OPERMSTR
           IF WS-FS-OPERMSTR NOT EQUAL '00'
               DISPLAY 'CADASTRO DE OPERADORES (OPERMSTR) AUSENTE - '
                   'CADASTRE OPERADORES PELO OPERMAN'
               MOVE WS-MAX-LOGIN-ERRO TO WS-QTD-LOGIN-ERRO
               GO TO 1210-VALIDAR-OPERADOR-EXIT
           END-IF

           MOVE WS-OPERADOR-ID TO OPER-ID
           READ OPERMSTR KEY IS OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPER-OPERADOR-ATIVO
                       AND OPER-SENHA EQUAL WS-OPERADOR-SENHA
                       MOVE 'S' TO WS-LOGIN-OK
                       DISPLAY 'BEM-VINDO: ' OPER-NOME
                   END-IF
           END-READ
           CLOSE OPERMSTR.
       1210-VALIDAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MENU-FICHA - MENU DA CONSULTA.
      ******************************************************************
       2000-MENU-FICHA.
           DISPLAY '***************************************************'
           DISPLAY '1-FICHA POR CHAVE  2-BUSCAR POR NOME  3-SAIR'
           DISPLAY 'ESCOLHA A OPCAO:'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   DISPLAY 'DIGITE A CHAVE DO CLIENTE (COM O DV):'
                   ACCEPT WS-CHAVE-BUSCA
                   PERFORM 2100-ABRIR-FICHA
                       THRU 2100-ABRIR-FICHA-EXIT
               WHEN 2
                   PERFORM 2200-BUSCAR-NOME
                       THRU 2200-BUSCAR-NOME-EXIT
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 2100-ABRIR-FICHA - CONFERE O DV DE WS-CHAVE-BUSCA, LE O
      * CLIENTE NO CLIEMSTR E EXIBE A FICHA.  TODA TENTATIVA VAI PARA
      * O CLIAUDIT.
      ******************************************************************
       2100-ABRIR-FICHA.
           MOVE WS-CHAVE-BUSCA TO WS-AUDIT-CHAVE
           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-VERIFICAR
           PERFORM 8100-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               DISPLAY 'DIGITO VERIFICADOR DA CHAVE INVALIDO'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'FICHA - DV DA CHAVE INVALIDO'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-FICHA
               GO TO 2100-ABRIR-FICHA-EXIT
           END-IF

           PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT
           IF NOT CLIENTE-ACHADO
               DISPLAY 'CLIENTE NAO ENCONTRADO NO CLIEMSTR'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'FICHA - CLIENTE INEXISTENTE'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-FICHA
               GO TO 2100-ABRIR-FICHA-EXIT
           END-IF

           PERFORM 3000-EXIBIR-FICHA
           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'FICHA DO CLIENTE CONSULTADA'
               TO WS-AUDIT-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-FICHA.
       2100-ABRIR-FICHA-EXIT.
           EXIT.

      ******************************************************************
      * 2110-LER-CLIENTE - LE WS-CHAVE-BUSCA NO CLIEMSTR E GUARDA O
      * CADASTRO EM WS-FICHA-CADASTRO.
      ******************************************************************
       2110-LER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ACHADO

           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               GO TO 2110-LER-CLIENTE-EXIT
           END-IF

           MOVE WS-CHAVE-BUSCA TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ACHADO
                   MOVE CLI-CHAVE          TO WS-FIC-CHAVE
                   MOVE CLI-NOME           TO WS-FIC-NOME
                   MOVE WS-LOGRADOURO      TO WS-FIC-LOGRADOURO
                   MOVE WS-NUMERO          TO WS-FIC-NUMERO
                   MOVE WS-COMPLEMENTO     TO WS-FIC-COMPLEMENTO
                   MOVE WS-BAIRRO          TO WS-FIC-BAIRRO
                   MOVE WS-CIDADE          TO WS-FIC-CIDADE
                   MOVE WS-UF              TO WS-FIC-UF
                   MOVE WS-CEP             TO WS-FIC-CEP
                   MOVE CLI-STATUS         TO WS-FIC-STATUS
                   MOVE CLI-CATEGORIA      TO WS-FIC-CATEGORIA
                   MOVE CLI-DATA-INCLUSAO  TO WS-FIC-INCLUSAO
                   MOVE CLI-DATA-ALTERACAO TO WS-FIC-ALTERACAO
                   MOVE ZERO               TO WS-FIC-SUSPENSAO
                   IF CLI-DATA-SUSPENSAO IS NUMERIC
                       MOVE CLI-DATA-SUSPENSAO TO WS-FIC-SUSPENSAO
                   END-IF
           END-READ
           CLOSE CLIEMSTR.
       2110-LER-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-BUSCAR-NOME - BUSCA PARCIAL DO NOME NO CLIEMSTR, LISTA OS
      * CLIENTES ENCONTRADOS COM PAGINACAO E OFERECE ABRIR A FICHA DE
      * UM DELES PELA CHAVE.
      ******************************************************************
       2200-BUSCAR-NOME.
           DISPLAY 'DIGITE PARTE DO NOME (15 POSICOES):'
           ACCEPT WS-BUSCA-TERMO
           IF WS-BUSCA-TERMO EQUAL SPACES
               DISPLAY 'TERMO DE BUSCA EM BRANCO'
               GO TO 2200-BUSCAR-NOME-EXIT
           END-IF
           PERFORM 2250-CALCULAR-TAMANHO-TERMO

           MOVE ZERO TO WS-QTD-ENCONTRADOS
           MOVE ZERO TO WS-QTD-NA-TELA
           MOVE 'N' TO WS-FIM-CLIEMSTR

           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'NENHUM CLIENTE CADASTRADO AINDA'
               GO TO 2200-BUSCAR-NOME-EXIT
           END-IF

           PERFORM UNTIL FIM-CLIEMSTR
               READ CLIEMSTR NEXT RECORD
                   AT END
                       SET FIM-CLIEMSTR TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-CASOU
                       PERFORM 2300-VERIFICAR-NOME
                           THRU 2300-VERIFICAR-NOME-EXIT
                       IF WS-CASOU EQUAL 'S'
                           ADD 1 TO WS-QTD-ENCONTRADOS
                           MOVE CLI-CHAVE  TO WS-BUS-CHAVE
                           MOVE CLI-NOME   TO WS-BUS-NOME
                           MOVE WS-CIDADE  TO WS-BUS-CIDADE
                           MOVE WS-UF      TO WS-BUS-UF
                           MOVE CLI-STATUS TO WS-BUS-STATUS
                           MOVE WS-LIN-BUSCA TO WS-LINHA-TELA
                           PERFORM 3900-EXIBIR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEMSTR

           MOVE ZERO TO WS-AUDIT-CHAVE
           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'FICHA - BUSCA POR NOME' TO WS-AUDIT-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-FICHA

           IF WS-QTD-ENCONTRADOS EQUAL ZERO
               DISPLAY 'NENHUM CLIENTE ENCONTRADO'
               GO TO 2200-BUSCAR-NOME-EXIT
           END-IF

           DISPLAY 'TOTAL ENCONTRADO: ' WS-QTD-ENCONTRADOS
           DISPLAY 'CHAVE PARA ABRIR A FICHA (ZERO = VOLTAR):'
           ACCEPT WS-CHAVE-BUSCA
           IF WS-CHAVE-BUSCA NOT EQUAL ZERO
               PERFORM 2100-ABRIR-FICHA
                   THRU 2100-ABRIR-FICHA-EXIT
           END-IF.
       2200-BUSCAR-NOME-EXIT.
           EXIT.

      ******************************************************************
      * 2250-CALCULAR-TAMANHO-TERMO - DESCARTA OS BRANCOS A DIREITA DO
      * TERMO DIGITADO, COMO NO CONDICOES.
      ******************************************************************
       2250-CALCULAR-TAMANHO-TERMO.
           PERFORM VARYING WS-TERMO-LEN FROM 15 BY -1
                   UNTIL WS-TERMO-LEN EQUAL ZERO
                   OR WS-BUSCA-TERMO (WS-TERMO-LEN:1) NOT EQUAL SPACE
               CONTINUE
           END-PERFORM
           COMPUTE WS-POS-MAX = 31 - WS-TERMO-LEN.

      ******************************************************************
      * 2300-VERIFICAR-NOME - PROCURA O TERMO DIGITADO EM QUALQUER
      * POSICAO DO NOME DO CLIENTE (BUSCA PARCIAL).
      ******************************************************************
       2300-VERIFICAR-NOME.
           IF WS-TERMO-LEN EQUAL ZERO
               GO TO 2300-VERIFICAR-NOME-EXIT
           END-IF
           PERFORM VARYING WS-POS-BUSCA FROM 1 BY 1
                   UNTIL WS-POS-BUSCA > WS-POS-MAX OR WS-CASOU EQUAL 'S'
               IF CLI-NOME (WS-POS-BUSCA:WS-TERMO-LEN)
                       EQUAL WS-BUSCA-TERMO (1:WS-TERMO-LEN)
                   MOVE 'S' TO WS-CASOU
               END-IF
           END-PERFORM.
       2300-VERIFICAR-NOME-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EXIBIR-FICHA - MONTA A FICHA DO CLIENTE EM
      * WS-FICHA-CADASTRO, SECAO POR SECAO, NUMA SO TELA PAGINADA.
      ******************************************************************
       3000-EXIBIR-FICHA.
           MOVE ZERO TO WS-QTD-NA-TELA
           ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           MOVE WS-DATA-REFERENCIA TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-REFERENCIA

           PERFORM 3100-EXIBIR-CADASTRO
           PERFORM 3200-EXIBIR-CONTATOS
               THRU 3200-EXIBIR-CONTATOS-EXIT
           PERFORM 3300-EXIBIR-RAZAO
               THRU 3300-EXIBIR-RAZAO-EXIT
           PERFORM 3400-EXIBIR-MOVIMENTOS
               THRU 3400-EXIBIR-MOVIMENTOS-EXIT
           PERFORM 3500-EXIBIR-ACORDOS
               THRU 3500-EXIBIR-ACORDOS-EXIT
           PERFORM 3600-EXIBIR-COBRANCA
               THRU 3600-EXIBIR-COBRANCA-EXIT
           PERFORM 3700-EXIBIR-BAIXAS
               THRU 3700-EXIBIR-BAIXAS-EXIT
           PERFORM 3800-EXIBIR-PENDENCIAS
               THRU 3800-EXIBIR-PENDENCIAS-EXIT

           MOVE WS-LIN-SEPARADOR TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA
           DISPLAY '--- FIM DA FICHA - ENTER P/ VOLTAR AO MENU ---'
           ACCEPT WS-TECLA-CONTINUAR.

      ******************************************************************
      * 3100-EXIBIR-CADASTRO - DADOS CADASTRAIS, ENDERECO E CATEGORIA.
      ******************************************************************
       3100-EXIBIR-CADASTRO.
           MOVE 'CADASTRO (CLIEMSTR)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO

           MOVE 'CHAVE.......: ' TO WS-ROT-TEXTO
           MOVE WS-FIC-CHAVE TO WS-ROT-VALOR
           PERFORM 3960-EXIBIR-ROTULO
           MOVE 'NOME........: ' TO WS-ROT-TEXTO
           MOVE WS-FIC-NOME TO WS-ROT-VALOR
           PERFORM 3960-EXIBIR-ROTULO

           MOVE 'SITUACAO....: ' TO WS-ROT-TEXTO
           EVALUATE WS-FIC-STATUS
               WHEN 'A'
                   MOVE 'ATIVO' TO WS-ROT-VALOR
               WHEN 'I'
                   MOVE 'INATIVO (EXCLUIDO)' TO WS-ROT-VALOR
               WHEN 'S'
                   STRING 'SUSPENSO DESDE ' WS-FIC-SUSPENSAO
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
               WHEN OTHER
                   MOVE WS-FIC-STATUS TO WS-ROT-VALOR
           END-EVALUATE
           PERFORM 3960-EXIBIR-ROTULO

           MOVE 'CATEGORIA...: ' TO WS-ROT-TEXTO
           EVALUATE WS-FIC-CATEGORIA
               WHEN 'C'
                   MOVE 'COMERCIAL' TO WS-ROT-VALOR
               WHEN 'I'
                   MOVE 'INSTITUCIONAL' TO WS-ROT-VALOR
               WHEN OTHER
                   MOVE 'RESIDENCIAL' TO WS-ROT-VALOR
           END-EVALUATE
           PERFORM 3960-EXIBIR-ROTULO

           MOVE 'INCLUSAO....: ' TO WS-ROT-TEXTO
           STRING WS-FIC-INCLUSAO '   ALTERACAO: ' WS-FIC-ALTERACAO
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-EXIBIR-ROTULO

           MOVE 'ENDERECO....: ' TO WS-ROT-TEXTO
           STRING WS-FIC-LOGRADOURO ', ' WS-FIC-NUMERO ' '
               WS-FIC-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-EXIBIR-ROTULO
           MOVE SPACES TO WS-ROT-TEXTO
           STRING WS-FIC-BAIRRO ' - ' WS-FIC-CIDADE ' - ' WS-FIC-UF
               ' CEP: ' WS-FIC-CEP
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-EXIBIR-ROTULO

           MOVE 'CORRESPOND..: ' TO WS-ROT-TEXTO
           MOVE 'NORMAL' TO WS-ROT-VALOR
           OPEN INPUT DEVOLMST
           IF WS-FS-DEVOLMST EQUAL '00'
               MOVE WS-FIC-CHAVE TO DEV-CHAVE
               READ DEVOLMST KEY IS DEV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-ROT-VALOR
                       STRING 'RETIDA - DEVOLVIDA EM '
                           DEV-DATA-DEVOLUCAO ' ' DEV-MOTIVO-DESC
                           DELIMITED BY SIZE INTO WS-ROT-VALOR
               END-READ
               CLOSE DEVOLMST
           END-IF
           PERFORM 3960-EXIBIR-ROTULO.

      ******************************************************************
      * 3200-EXIBIR-CONTATOS - CONTATOS DO CLIENTE NO CLICONT.
      ******************************************************************
       3200-EXIBIR-CONTATOS.
           MOVE 'CONTATOS (CLICONT)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-CLICONT

           OPEN INPUT CLICONT
           IF WS-FS-CLICONT NOT EQUAL '00'
               MOVE 'NENHUM CONTATO CADASTRADO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3200-EXIBIR-CONTATOS-EXIT
           END-IF

           PERFORM UNTIL FIM-CLICONT
               READ CLICONT
                   AT END
                       SET FIM-CLICONT TO TRUE
                   NOT AT END
                       IF CTT-CHAVE-CLIENTE EQUAL WS-FIC-CHAVE
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           PERFORM 3210-EXIBIR-CONTATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLICONT

           IF WS-QTD-ITENS-SECAO EQUAL ZERO
               MOVE 'NENHUM CONTATO CADASTRADO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
           END-IF.
       3200-EXIBIR-CONTATOS-EXIT.
           EXIT.

       3210-EXIBIR-CONTATO.
           MOVE CTT-SEQ TO WS-CTL-SEQ
           EVALUATE TRUE
               WHEN CTT-TELEFONE
                   MOVE 'TELEFONE' TO WS-CTL-TIPO
               WHEN CTT-CELULAR
                   MOVE 'CELULAR' TO WS-CTL-TIPO
               WHEN CTT-EMAIL
                   MOVE 'E-MAIL' TO WS-CTL-TIPO
               WHEN OTHER
                   MOVE CTT-TIPO TO WS-CTL-TIPO
           END-EVALUATE
           MOVE CTT-VALOR TO WS-CTL-VALOR
           IF CTT-E-PREFERIDO
               MOVE 'PREFERIDO' TO WS-CTL-PREFERIDO
           ELSE
               MOVE SPACES TO WS-CTL-PREFERIDO
           END-IF
           MOVE WS-LIN-CONTATO TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA.

      ******************************************************************
      * 3300-EXIBIR-RAZAO - SALDO DA CONTA NO RAZMSTR E, SE DEVEDORA,
      * AS FAIXAS DE IDADE DO SALDO EM ABERTO.  A PRIMEIRA PASSADA NO
      * RAZMOVS (3310) CONTA OS MOVIMENTOS DO CLIENTE PARA A SECAO DE
      * ULTIMOS MOVIMENTOS.
      ******************************************************************
       3300-EXIBIR-RAZAO.
           MOVE 'RAZAO (RAZMSTR)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO
           MOVE 'N' TO WS-TEM-CONTA
           MOVE ZERO TO WS-SALDO-CONTA

           OPEN INPUT RAZMSTR
           IF WS-FS-RAZMSTR EQUAL '00'
               MOVE WS-FIC-CHAVE TO RAZ-CHAVE
               READ RAZMSTR KEY IS RAZ-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-CONTA
                       MOVE RAZ-SALDO TO WS-SALDO-CONTA
                       MOVE RAZ-DATA-ULT-LANCTO
                           TO WS-DATA-ULT-LANCTO
               END-READ
               CLOSE RAZMSTR
           END-IF

           PERFORM 3310-CONTAR-MOVIMENTOS
               THRU 3310-CONTAR-MOVIMENTOS-EXIT

           IF NOT TEM-CONTA
               MOVE 'CLIENTE SEM CONTA NO RAZAO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3300-EXIBIR-RAZAO-EXIT
           END-IF

           MOVE 'SALDO.......: ' TO WS-ROT-TEXTO
           MOVE WS-SALDO-CONTA TO WS-VALOR-EDITADO
           STRING WS-VALOR-EDITADO '   ULTIMO LANCAMENTO: '
               WS-DATA-ULT-LANCTO
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-EXIBIR-ROTULO

           IF WS-SALDO-CONTA NOT LESS THAN ZERO
               GO TO 3300-EXIBIR-RAZAO-EXIT
           END-IF

           PERFORM 3320-APURAR-FAIXAS
           MOVE 'IDADE DO SALDO EM ABERTO:' TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA
           MOVE 'ATE 30 DIAS.: ' TO WS-FXL-ROTULO
           MOVE WS-FIC-FAIXA-30 TO WS-FXL-VALOR
           PERFORM 3390-EXIBIR-FAIXA
           MOVE '31 A 60.....: ' TO WS-FXL-ROTULO
           MOVE WS-FIC-FAIXA-60 TO WS-FXL-VALOR
           PERFORM 3390-EXIBIR-FAIXA
           MOVE '61 A 90.....: ' TO WS-FXL-ROTULO
           MOVE WS-FIC-FAIXA-90 TO WS-FXL-VALOR
           PERFORM 3390-EXIBIR-FAIXA
           MOVE '91 A 120....: ' TO WS-FXL-ROTULO
           MOVE WS-FIC-FAIXA-120 TO WS-FXL-VALOR
           PERFORM 3390-EXIBIR-FAIXA
           MOVE 'MAIS DE 120.: ' TO WS-FXL-ROTULO
           MOVE WS-FIC-FAIXA-MAIS-120 TO WS-FXL-VALOR
           PERFORM 3390-EXIBIR-FAIXA.
       3300-EXIBIR-RAZAO-EXIT.
           EXIT.

      ******************************************************************
      * 3310-CONTAR-MOVIMENTOS - PRIMEIRA PASSADA NO RAZMOVS: CONTA
      * OS MOVIMENTOS DO CLIENTE.
      ******************************************************************
       3310-CONTAR-MOVIMENTOS.
           MOVE ZERO TO WS-QTD-MOVIMENTOS
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               GO TO 3310-CONTAR-MOVIMENTOS-EXIT
           END-IF

           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE EQUAL WS-FIC-CHAVE
                           ADD 1 TO WS-QTD-MOVIMENTOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS.
       3310-CONTAR-MOVIMENTOS-EXIT.
           EXIT.

      ******************************************************************
      * 3320-APURAR-FAIXAS - DISTRIBUI NAS FAIXAS DE IDADE O QUE SEGUE
      * EM ABERTO NOS TITULOS DE DEBITO DO CLIENTE NO TITABER, COM O
      * MESMO TRATAMENTO DO RAZIDADE PARA O SALDO QUE OS TITULOS NAO
      * EXPLICAM: A SOBRA CAI NA FAIXA DO ULTIMO LANCAMENTO DA CONTA E
      * O EXCESSO (SALDO CREDOR EM ABERTO NOS TITULOS) SAI DAS FAIXAS
      * DA MAIS ANTIGA PARA A MAIS NOVA.
      ******************************************************************
       3320-APURAR-FAIXAS.
           COMPUTE WS-SALDO-DEVEDOR = ZERO - WS-SALDO-CONTA
           MOVE ZERO TO WS-FIC-FAIXA-30
           MOVE ZERO TO WS-FIC-FAIXA-60
           MOVE ZERO TO WS-FIC-FAIXA-90
           MOVE ZERO TO WS-FIC-FAIXA-120
           MOVE ZERO TO WS-FIC-FAIXA-MAIS-120
           MOVE ZERO TO WS-ABERTO-APURADO

           PERFORM 3330-CLASSIFICAR-TITULOS
               THRU 3330-CLASSIFICAR-TITULOS-EXIT

           COMPUTE WS-DIFERENCA-ABERTO =
               WS-SALDO-DEVEDOR - WS-ABERTO-APURADO
           IF WS-DIFERENCA-ABERTO GREATER THAN ZERO
               MOVE WS-DATA-ULT-LANCTO TO WS-DATA-CONVERTER
               PERFORM 8000-CONVERTER-DATA-EM-DIAS
               MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-MOVIMENTO
               MOVE WS-DIFERENCA-ABERTO TO WS-VALOR-EM-ABERTO
               PERFORM 3350-SOMAR-NA-FAIXA
           END-IF
           IF WS-DIFERENCA-ABERTO LESS THAN ZERO
               COMPUTE WS-EXCESSO-ABERTO = ZERO - WS-DIFERENCA-ABERTO
               PERFORM 3360-ABATER-EXCESSO-FAIXAS
           END-IF.

      * TITULOS DO CLIENTE NO TITABER: START NA CHAVE DO CLIENTE COM
      * SEQUENCIA ZERO E READ NEXT ENQUANTO FOR O MESMO CLIENTE.
       3330-CLASSIFICAR-TITULOS.
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 3330-CLASSIFICAR-TITULOS-EXIT
           END-IF

           MOVE WS-FIC-CHAVE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
           END-START
           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-FIC-CHAVE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-EM-ABERTO
                               PERFORM 3340-CLASSIFICAR-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       3330-CLASSIFICAR-TITULOS-EXIT.
           EXIT.

      * DEBITO EM ABERTO VAI PARA A FAIXA DO SEU VENCIMENTO; SALDO
      * CREDOR EM ABERTO SO ABATE O TOTAL APURADO (E DEPOIS AS FAIXAS,
      * PELA DIFERENCA EM 3320).
       3340-CLASSIFICAR-TITULO.
           COMPUTE WS-VALOR-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           IF TIT-SALDO-CREDOR
               SUBTRACT WS-VALOR-EM-ABERTO FROM WS-ABERTO-APURADO
           ELSE
               MOVE TIT-DATA-VENCIMENTO TO WS-DATA-CONVERTER
               PERFORM 8000-CONVERTER-DATA-EM-DIAS
               MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-MOVIMENTO
               PERFORM 3350-SOMAR-NA-FAIXA
               ADD WS-VALOR-EM-ABERTO TO WS-ABERTO-APURADO
           END-IF.

       3350-SOMAR-NA-FAIXA.
           COMPUTE WS-IDADE-DIAS =
               WS-DIAS-REFERENCIA - WS-DIAS-MOVIMENTO
           IF WS-IDADE-DIAS LESS THAN ZERO
               MOVE ZERO TO WS-IDADE-DIAS
           END-IF

           EVALUATE TRUE
               WHEN WS-IDADE-DIAS <= 30
                   ADD WS-VALOR-EM-ABERTO TO WS-FIC-FAIXA-30
               WHEN WS-IDADE-DIAS <= 60
                   ADD WS-VALOR-EM-ABERTO TO WS-FIC-FAIXA-60
               WHEN WS-IDADE-DIAS <= 90
                   ADD WS-VALOR-EM-ABERTO TO WS-FIC-FAIXA-90
               WHEN WS-IDADE-DIAS <= 120
                   ADD WS-VALOR-EM-ABERTO TO WS-FIC-FAIXA-120
               WHEN OTHER
                   ADD WS-VALOR-EM-ABERTO TO WS-FIC-FAIXA-MAIS-120
           END-EVALUATE.

      * EXCESSO DOS TITULOS SOBRE O SALDO DEVEDOR SAI DAS FAIXAS DA
      * MAIS ANTIGA PARA A MAIS NOVA, COMO NO RAZIDADE.
       3360-ABATER-EXCESSO-FAIXAS.
           MOVE WS-FIC-FAIXA-MAIS-120 TO WS-ABATE-FAIXA
           PERFORM 3370-LIMITAR-ABATIMENTO
           SUBTRACT WS-ABATE-FAIXA FROM WS-FIC-FAIXA-MAIS-120
           MOVE WS-FIC-FAIXA-120 TO WS-ABATE-FAIXA
           PERFORM 3370-LIMITAR-ABATIMENTO
           SUBTRACT WS-ABATE-FAIXA FROM WS-FIC-FAIXA-120
           MOVE WS-FIC-FAIXA-90 TO WS-ABATE-FAIXA
           PERFORM 3370-LIMITAR-ABATIMENTO
           SUBTRACT WS-ABATE-FAIXA FROM WS-FIC-FAIXA-90
           MOVE WS-FIC-FAIXA-60 TO WS-ABATE-FAIXA
           PERFORM 3370-LIMITAR-ABATIMENTO
           SUBTRACT WS-ABATE-FAIXA FROM WS-FIC-FAIXA-60
           MOVE WS-FIC-FAIXA-30 TO WS-ABATE-FAIXA
           PERFORM 3370-LIMITAR-ABATIMENTO
           SUBTRACT WS-ABATE-FAIXA FROM WS-FIC-FAIXA-30.

       3370-LIMITAR-ABATIMENTO.
           IF WS-ABATE-FAIXA GREATER THAN WS-EXCESSO-ABERTO
               MOVE WS-EXCESSO-ABERTO TO WS-ABATE-FAIXA
           END-IF
           SUBTRACT WS-ABATE-FAIXA FROM WS-EXCESSO-ABERTO.

       3390-EXIBIR-FAIXA.
           MOVE WS-LIN-FAIXA TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA.

      ******************************************************************
      * 3400-EXIBIR-MOVIMENTOS - OS ULTIMOS WS-QTD-ULTIMOS MOVIMENTOS
      * DO CLIENTE NO RAZMOVS, NA ORDEM DO ARQUIVO.  A QUANTIDADE
      * TOTAL JA VEIO DA PRIMEIRA PASSADA (3310).
      ******************************************************************
       3400-EXIBIR-MOVIMENTOS.
           MOVE 'ULTIMOS MOVIMENTOS (RAZMOVS)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO

           IF WS-QTD-MOVIMENTOS EQUAL ZERO
               MOVE 'NENHUM MOVIMENTO NO RAZAO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3400-EXIBIR-MOVIMENTOS-EXIT
           END-IF

           MOVE 1 TO WS-PRIMEIRO-EXIBIR
           IF WS-QTD-MOVIMENTOS > WS-QTD-ULTIMOS
               COMPUTE WS-PRIMEIRO-EXIBIR =
                   WS-QTD-MOVIMENTOS - WS-QTD-ULTIMOS + 1
           END-IF
           MOVE ZERO TO WS-ORDEM-MOVIMENTO
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               GO TO 3400-EXIBIR-MOVIMENTOS-EXIT
           END-IF

           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE EQUAL WS-FIC-CHAVE
                           ADD 1 TO WS-ORDEM-MOVIMENTO
                           IF WS-ORDEM-MOVIMENTO
                                   NOT LESS THAN WS-PRIMEIRO-EXIBIR
                               PERFORM 3410-EXIBIR-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS

           MOVE 'TOTAL DE MOVIMENTOS NO RAZMOVS: ' TO WS-LINHA-TELA
           MOVE WS-QTD-MOVIMENTOS TO WS-LINHA-TELA (33:6)
           PERFORM 3900-EXIBIR-LINHA.
       3400-EXIBIR-MOVIMENTOS-EXIT.
           EXIT.

       3410-EXIBIR-MOVIMENTO.
           MOVE MOV-DATA      TO WS-MVL-DATA
           MOVE MOV-TIPO      TO WS-MVL-TIPO
           MOVE MOV-VALOR     TO WS-MVL-VALOR
           MOVE MOV-HISTORICO TO WS-MVL-HISTORICO
           MOVE MOV-ORIGEM    TO WS-MVL-ORIGEM
           MOVE WS-LIN-MOVIMENTO TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA.

      ******************************************************************
      * 3500-EXIBIR-ACORDOS - ACORDOS ATIVOS OU ROMPIDOS DO CLIENTE.
      * ACORDO QUITADO NAO INTERESSA AO ATENDIMENTO E FICA DE FORA.
      ******************************************************************
       3500-EXIBIR-ACORDOS.
           MOVE 'ACORDOS (ACORDOS)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ACORDOS

           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL '00'
               MOVE 'NENHUM ACORDO ATIVO OU ROMPIDO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3500-EXIBIR-ACORDOS-EXIT
           END-IF

           PERFORM UNTIL FIM-ACORDOS
               READ ACORDOS
                   AT END
                       SET FIM-ACORDOS TO TRUE
                   NOT AT END
                       IF ACD-CHAVE-CLIENTE EQUAL WS-FIC-CHAVE
                           AND (ACD-ATIVO OR ACD-ROMPIDO)
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           PERFORM 3510-EXIBIR-ACORDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACORDOS

           IF WS-QTD-ITENS-SECAO EQUAL ZERO
               MOVE 'NENHUM ACORDO ATIVO OU ROMPIDO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
           END-IF.
       3500-EXIBIR-ACORDOS-EXIT.
           EXIT.

       3510-EXIBIR-ACORDO.
           MOVE ACD-NUMERO           TO WS-ACL-NUMERO
           MOVE ACD-DATA-ACORDO      TO WS-ACL-DATA
           MOVE ACD-VALOR-TOTAL      TO WS-ACL-VALOR
           MOVE ACD-PARCELAS-GERADAS TO WS-ACL-GERADAS
           MOVE ACD-QTD-PARCELAS     TO WS-ACL-PARCELAS
           IF ACD-ATIVO
               MOVE 'ATIVO' TO WS-ACL-SITUACAO
           ELSE
               MOVE 'ROMPIDO' TO WS-ACL-SITUACAO
           END-IF
           MOVE ACD-DATA-STATUS      TO WS-ACL-DATA-SIT
           MOVE WS-LIN-ACORDO TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA.

      ******************************************************************
      * 3600-EXIBIR-COBRANCA - ESTAGIO E DATA DA ULTIMA CARTA DE
      * COBRANCA ENVIADA AO CLIENTE (CARTCTL).
      ******************************************************************
       3600-EXIBIR-COBRANCA.
           MOVE 'COBRANCA (CARTCTL)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO
           MOVE ZERO TO WS-ESTAGIO-CARTA
           MOVE ZERO TO WS-DATA-CARTA
           MOVE 'N' TO WS-FIM-CARTCTL

           OPEN INPUT CARTCTL
           IF WS-FS-CARTCTL EQUAL '00'
               PERFORM UNTIL FIM-CARTCTL
                   READ CARTCTL
                       AT END
                           SET FIM-CARTCTL TO TRUE
                       NOT AT END
                           IF CCT-CHAVE EQUAL WS-FIC-CHAVE
                               MOVE CCT-ESTAGIO TO WS-ESTAGIO-CARTA
                               MOVE CCT-DATA-ENVIO TO WS-DATA-CARTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTCTL
           END-IF

           IF WS-ESTAGIO-CARTA EQUAL ZERO
               MOVE 'NENHUMA CARTA DE COBRANCA ENVIADA'
                   TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3600-EXIBIR-COBRANCA-EXIT
           END-IF

           MOVE 'ESTAGIO.....: ' TO WS-ROT-TEXTO
           EVALUATE WS-ESTAGIO-CARTA
               WHEN 1
                   STRING '1 - LEMBRETE EM ' WS-DATA-CARTA
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
               WHEN 2
                   STRING '2 - ADVERTENCIA EM ' WS-DATA-CARTA
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
               WHEN OTHER
                   STRING '3 - NOTIFICACAO FINAL EM ' WS-DATA-CARTA
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
           END-EVALUATE
           PERFORM 3960-EXIBIR-ROTULO.
       3600-EXIBIR-COBRANCA-EXIT.
           EXIT.

      ******************************************************************
      * 3700-EXIBIR-BAIXAS - BAIXAS DE PERDAS DA CONTA (BAIXAREG).
      ******************************************************************
       3700-EXIBIR-BAIXAS.
           MOVE 'BAIXA DE PERDAS (BAIXAREG)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-BAIXAREG

           OPEN INPUT BAIXAREG
           IF WS-FS-BAIXAREG NOT EQUAL '00'
               MOVE 'NENHUMA BAIXA DE PERDAS' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3700-EXIBIR-BAIXAS-EXIT
           END-IF

           PERFORM UNTIL FIM-BAIXAREG
               READ BAIXAREG
                   AT END
                       SET FIM-BAIXAREG TO TRUE
                   NOT AT END
                       IF BXA-CHAVE EQUAL WS-FIC-CHAVE
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           MOVE BXA-DATA     TO WS-BXL-DATA
                           MOVE BXA-VALOR    TO WS-BXL-VALOR
                           MOVE BXA-OPERADOR TO WS-BXL-OPERADOR
                           MOVE BXA-MOTIVO   TO WS-BXL-MOTIVO
                           MOVE WS-LIN-BAIXA TO WS-LINHA-TELA
                           PERFORM 3900-EXIBIR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAIXAREG

           IF WS-QTD-ITENS-SECAO EQUAL ZERO
               MOVE 'NENHUMA BAIXA DE PERDAS' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
           END-IF.
       3700-EXIBIR-BAIXAS-EXIT.
           EXIT.

      ******************************************************************
      * 3800-EXIBIR-PENDENCIAS - LANCAMENTOS DO CLIENTE RETIDOS POR
      * ALCADA NO RAZPEND (AGUARDANDO DECISAO OU JA APROVADOS E AINDA
      * NAO APLICADOS PELO RAZAO).
      ******************************************************************
       3800-EXIBIR-PENDENCIAS.
           MOVE 'LANCAMENTOS RETIDOS (RAZPEND)' TO WS-TIT-TEXTO
           PERFORM 3950-EXIBIR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-RAZPEND

           OPEN INPUT RAZPEND
           IF WS-FS-RAZPEND NOT EQUAL '00'
               MOVE 'NENHUM LANCAMENTO RETIDO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
               GO TO 3800-EXIBIR-PENDENCIAS-EXIT
           END-IF

           PERFORM UNTIL FIM-RAZPEND
               READ RAZPEND
                   AT END
                       SET FIM-RAZPEND TO TRUE
                   NOT AT END
                       IF PEN-CHAVE-CLIENTE EQUAL WS-FIC-CHAVE
                           AND (PEN-PENDENTE OR PEN-APROVADO)
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           PERFORM 3810-EXIBIR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZPEND

           IF WS-QTD-ITENS-SECAO EQUAL ZERO
               MOVE 'NENHUM LANCAMENTO RETIDO' TO WS-LINHA-TELA
               PERFORM 3900-EXIBIR-LINHA
           END-IF.
       3800-EXIBIR-PENDENCIAS-EXIT.
           EXIT.

       3810-EXIBIR-PENDENTE.
           MOVE PEN-DATA      TO WS-PNL-DATA
           MOVE PEN-TIPO      TO WS-PNL-TIPO
           MOVE PEN-VALOR     TO WS-PNL-VALOR
           MOVE PEN-HISTORICO TO WS-PNL-HISTORICO
           IF PEN-PENDENTE
               MOVE 'PENDENTE' TO WS-PNL-SITUACAO
           ELSE
               MOVE 'APROVADO' TO WS-PNL-SITUACAO
           END-IF
           MOVE WS-LIN-PENDENTE TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA.

      ******************************************************************
      * 3900-EXIBIR-LINHA - MOSTRA WS-LINHA-TELA E CONTROLA A
      * PAGINACAO DE TELA (WS-TAM-PAGINA LINHAS POR PAGINA).
      ******************************************************************
       3900-EXIBIR-LINHA.
           DISPLAY WS-LINHA-TELA
           MOVE SPACES TO WS-LINHA-TELA
           ADD 1 TO WS-QTD-NA-TELA
           IF WS-QTD-NA-TELA GREATER OR EQUAL WS-TAM-PAGINA
               DISPLAY '--- FIM DA PAGINA - ENTER P/ CONTINUAR ---'
               ACCEPT WS-TECLA-CONTINUAR
               MOVE ZERO TO WS-QTD-NA-TELA
           END-IF.

       3950-EXIBIR-TITULO.
           MOVE WS-LIN-TITULO TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA
           MOVE SPACES TO WS-TIT-TEXTO.

       3960-EXIBIR-ROTULO.
           MOVE WS-LIN-ROTULO TO WS-LINHA-TELA
           PERFORM 3900-EXIBIR-LINHA
           MOVE SPACES TO WS-LIN-ROTULO.

      ******************************************************************
      * 7000-GRAVAR-AUDITORIA-LOGIN - REGISTRA NO CLIAUDIT UMA
      * TENTATIVA DE LOGIN (OPERACAO 'L'), COMO NO CEPMAN.
      ******************************************************************
       7000-GRAVAR-AUDITORIA-LOGIN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'L'                  TO AUDIT-OPERACAO
           MOVE ZERO                 TO AUDIT-CHAVE
           MOVE WS-AUDIT-RESULTADO   TO AUDIT-RESULTADO
           MOVE WS-AUDIT-DESCRICAO   TO AUDIT-DESCRICAO
           PERFORM 7900-GRAVAR-AUDIT-REG.

      ******************************************************************
      * 7100-GRAVAR-AUDITORIA-FICHA - REGISTRA NO CLIAUDIT UMA
      * CONSULTA DA FICHA (OPERACAO 'I'), COM A CHAVE CONSULTADA
      * (ZERO NA BUSCA POR NOME).
      ******************************************************************
       7100-GRAVAR-AUDITORIA-FICHA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'I'                  TO AUDIT-OPERACAO
           MOVE WS-AUDIT-CHAVE       TO AUDIT-CHAVE
           MOVE WS-AUDIT-RESULTADO   TO AUDIT-RESULTADO
           MOVE WS-AUDIT-DESCRICAO   TO AUDIT-DESCRICAO
           PERFORM 7900-GRAVAR-AUDIT-REG.

      ******************************************************************
      * 7900-GRAVAR-AUDIT-REG - GRAVA O AUDIT-REG JA MONTADO NO
      * CLIAUDIT, CRIANDO O ARQUIVO NA PRIMEIRA GRAVACAO.
      ******************************************************************
       7900-GRAVAR-AUDIT-REG.
           OPEN EXTEND CLIAUDIT
           IF WS-FS-CLIAUDIT EQUAL '35'
               OPEN OUTPUT CLIAUDIT
               CLOSE CLIAUDIT
               OPEN EXTEND CLIAUDIT
           END-IF
           WRITE AUDIT-REG
           CLOSE CLIAUDIT.

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
      * 8100-VERIFICAR-DIGITO-CHAVE - CONFERE O DV DE
      * WS-CHAVE-VERIFICAR (ULTIMO DIGITO) CONTRA A SEQUENCIA.
      ******************************************************************
       8100-VERIFICAR-DIGITO-CHAVE.
           MOVE 'N' TO WS-CHAVE-DV-OK
           DIVIDE WS-CHAVE-VERIFICAR BY 10
               GIVING WS-DV-SEQUENCIA REMAINDER WS-DV-DIGITO
           PERFORM 8120-CALCULAR-DV
           IF WS-DV-DIGITO EQUAL WS-DV-ESPERADO
               MOVE 'S' TO WS-CHAVE-DV-OK
           END-IF.

      ******************************************************************
      * 8120-CALCULAR-DV - CALCULA EM WS-DV-ESPERADO O DIGITO
      * VERIFICADOR DA SEQUENCIA EM WS-DV-SEQUENCIA: MODULO 11 COM
      * PESOS 6 A 2; RESTO 10 OU 11 VIRA DV ZERO.
      ******************************************************************
       8120-CALCULAR-DV.
           COMPUTE WS-DV-SOMA =
               WS-DV-SEQ-D1 * 6 + WS-DV-SEQ-D2 * 5 +
               WS-DV-SEQ-D3 * 4 + WS-DV-SEQ-D4 * 3 +
               WS-DV-SEQ-D5 * 2
           DIVIDE WS-DV-SOMA BY 11
               GIVING WS-DV-QUOCIENTE REMAINDER WS-DV-RESTO
           COMPUTE WS-DV-ESPERADO = 11 - WS-DV-RESTO
           IF WS-DV-ESPERADO GREATER THAN 9
               MOVE ZERO TO WS-DV-ESPERADO
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM FICHA.
