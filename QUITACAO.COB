      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracao anual de quitacao de debitos (Lei
      *          12.007/2009) - para um ano-calendario ja encerrado,
      *          confere cada cliente do CLIEMSTR contra os periodos
      *          fechados do RAZHIST e os titulos do TITABER.  Cada
      *          mensalidade do ano (historico 'MENSALIDADE MMM/AAAA'
      *          da competencia pedida) tem de estar quitada no
      *          TITABER; o TITLIQ diz que movimentos a quitaram e o
      *          RAZMOVS, pelo historico do credito, se algum deles e a
      *          transferencia para um acordo de parcelamento.  Cliente
      *          com todas as mensalidades do ano quitadas - nenhuma em
      *          aberto, nenhuma baixada como perda (BAIXAPER) e
      *          nenhuma quitada por acordo ainda nao quitado -
      *          recebe no QUITDECL uma pagina formatada de declaracao,
      *          com nome, endereco completo e os meses quitados,
      *          pronta para o correio.  Os demais vao para a lista de
      *          excecoes QUITEXC com os meses pendentes e o motivo de
      *          cada um.  Cliente com endereco retido no DEVOLMST nao
      *          tem a declaracao postada: entra no QUITEXC ate o
      *          endereco ser corrigido.  Os dois arquivos fecham com
      *          o total de controle das declaracoes emitidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT RAZHIST ASSIGN TO "RAZHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZHIST.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT TITLIQ ASSIGN TO "TITLIQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TITLIQ.

           SELECT RAZMOVS ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOS.

           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT QUITDECL ASSIGN TO "QUITDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUITDECL.

           SELECT QUITEXC ASSIGN TO "QUITEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUITEXC.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  RAZHIST
           LABEL RECORDS ARE STANDARD.
       01  RZH-REG.
           COPY RAZHST.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  TITLIQ
           LABEL RECORDS ARE STANDARD.
       01  LIQ-REG.
           COPY TITLIQ.

      * SO PARA O HISTORICO DOS CREDITOS QUE QUITARAM AS MENSALIDADES.
       FD  RAZMOVS
           LABEL RECORDS ARE STANDARD.
       01  MOV-REG.
           COPY RAZMOV.

       FD  ACORDOS
           LABEL RECORDS ARE STANDARD.
       01  ACORDO-REG.
           COPY ACORDO.

       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  QUITDECL
           LABEL RECORDS ARE STANDARD.
       01  DCL-LINHA-REG            PIC X(72).

       FD  QUITEXC
           LABEL RECORDS ARE STANDARD.
       01  EXC-LINHA-REG            PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-RAZHIST     PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-TITLIQ      PIC X(02).
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-ACORDOS     PIC X(02).
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-QUITDECL    PIC X(02).
           03 WS-FS-QUITEXC     PIC X(02).

       77 WS-FIM-CLIEMSTR       PIC X(01) VALUE 'N'.
           88 FIM-CLIEMSTR      VALUE 'S'.
       77 WS-FIM-RAZHIST        PIC X(01) VALUE 'N'.
           88 FIM-RAZHIST       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-TITLIQ         PIC X(01) VALUE 'N'.
           88 FIM-TITLIQ        VALUE 'S'.
       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-ACORDOS        PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS       VALUE 'S'.
       77 WS-ENDERECO-RETIDO    PIC X(01).
           88 ENDERECO-RETIDO   VALUE 'S'.

       77 WS-ANO-PEDIDO         PIC 9(04).
       01  WS-PERIODO-REG.
           03 WS-PER-ANO        PIC 9(04).
           03 WS-PER-MES        PIC 9(02).
       01  WS-DATA-SISTEMA      PIC 9(08).
       01  WS-DATA-SISTEMA-DEC REDEFINES WS-DATA-SISTEMA.
           03 WS-DATA-SIST-ANO  PIC 9(04).
           03 WS-DATA-SIST-MES  PIC 9(02).
           03 WS-DATA-SIST-DIA  PIC 9(02).

       01  WS-TAB-MESES-VAL     PIC X(36) VALUE
           'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  WS-TAB-MESES REDEFINES WS-TAB-MESES-VAL.
           03 WS-MES-ABREV      OCCURS 12 TIMES PIC X(03).

      * PERIODOS DO ANO PEDIDO JA FECHADOS PELO RAZFECHA (RAZHIST).
       01  WS-TAB-PERIODOS.
           03 WS-PER-FECHADO    OCCURS 12 TIMES PIC X(01).

      * SITUACAO DE CADA MES DO ANO PARA O CLIENTE CORRENTE, APURADA
      * PELOS TITULOS DAS MENSALIDADES.  MES COM MAIS DE UMA
      * MENSALIDADE FICA COM A PRIMEIRA PENDENCIA ENCONTRADA.
       01  WS-TAB-SITUACAO.
           03 WS-MES-CLIENTE OCCURS 12 TIMES INDEXED BY WS-IDX-MES.
               05 WS-MES-SITUACAO   PIC X(01).
                   88 MES-SEM-MENSALIDADE VALUE SPACE.
                   88 MES-QUITADO       VALUE 'Q'.
               05 WS-MES-ACORDO     PIC 9(06).
               05 WS-MES-ACD-STATUS PIC X(01).

       77 WS-MES-ACHADO         PIC 9(02).
       77 WS-CLIENTE-ATUAL      PIC 9(06).
       77 WS-QTD-MENS-ANO       PIC 9(03) VALUE ZERO.
       77 WS-QTD-MESES-QUITADOS PIC 9(02) VALUE ZERO.
       77 WS-QTD-MESES-PENDENTES PIC 9(02) VALUE ZERO.

      * HISTORICO DA MENSALIDADE, NOS MOLDES DO MENSALID.
       01  WS-HIST-MENSALIDADE.
           03 WS-HME-PREFIXO    PIC X(12).
               88 HME-MENSALIDADE VALUE 'MENSALIDADE '.
           03 WS-HME-MES        PIC X(03).
           03 FILLER            PIC X(01).
           03 WS-HME-ANO        PIC X(04).
           03 FILLER            PIC X(10).
       01  WS-ANO-PEDIDO-X      PIC X(04).

      * LIQUIDACOES 'L' DO TITULO CORRENTE NO TITLIQ: MOVIMENTO QUE
      * QUITOU, TIPO DELE E SE O ESTORNO DESSE CREDITO JA A DESFEZ
      * (REABERTURA 'R').
       77 WS-SEQ-TITULO         PIC 9(06).
       77 WS-QTD-LIQ            PIC 9(02) VALUE ZERO.
       77 WS-MAX-LIQ            PIC 9(02) VALUE 20.
       77 WS-QTD-LIQ-CREDITO    PIC 9(02) VALUE ZERO.
       77 WS-QTD-LIQ-ACHADAS    PIC 9(02) VALUE ZERO.
       01  WS-TAB-LIQUIDACOES.
           03 WS-LIQ-ITEM OCCURS 20 TIMES INDEXED BY WS-IDX-LIQ.
               05 WS-LIQ-MOVIMENTO  PIC 9(06).
               05 WS-LIQ-TIPO       PIC X(01).
               05 WS-LIQ-DESFEITA   PIC X(01).

      * ACORDO DO CREDITO CORRENTE ('ACORDO PARCELAMENTO NNNNNN').
       77 WS-LIQ-ACORDO         PIC 9(06).
       77 WS-LIQ-ACD-STATUS     PIC X(01).
       01  WS-HIST-CREDITO-ACD.
           03 WS-HCA-PREFIXO    PIC X(20).
               88 HCA-ACORDO    VALUE 'ACORDO PARCELAMENTO '.
           03 WS-HCA-NUMERO     PIC 9(06).
           03 FILLER            PIC X(04).

      * MENSALIDADE CORRENTE: A PIOR COBERTURA QUE A QUITOU ('N'
      * RECEBIMENTO, 'P' ACORDO NAO QUITADO, 'B' BAIXA DE PERDAS, 'X'
      * LIQUIDACOES ALEM DA TABELA, NAO APURADAS) E A SITUACAO DO MES.
       77 WS-DEB-COBERTURA      PIC X(01).
       77 WS-DEB-ACORDO         PIC 9(06).
       77 WS-DEB-ACD-STATUS     PIC X(01).
       77 WS-DEB-SITUACAO       PIC X(01).

       77 WS-QTD-CLIENTES       PIC 9(06) VALUE ZERO.
       77 WS-QTD-DECLARACOES    PIC 9(06) VALUE ZERO.
       77 WS-QTD-EXCECOES       PIC 9(06) VALUE ZERO.
       77 WS-QTD-RETIDAS        PIC 9(06) VALUE ZERO.
       77 WS-QTD-SEM-MENSALIDADE PIC 9(06) VALUE ZERO.
       77 WS-QTD-ANONIMIZADOS   PIC 9(06) VALUE ZERO.

      * LINHAS FORMATADAS DA DECLARACAO (72 COLUNAS).
       01  WS-LIN-SEPARADOR     PIC X(72) VALUE ALL '='.
       01  WS-LIN-TRACO         PIC X(72) VALUE ALL '-'.
       01  WS-LIN-BRANCO        PIC X(72) VALUE SPACES.

       01  WS-LIN-TITULO.
           03 FILLER            PIC X(46)
               VALUE 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO '.
           03 WS-TIT-ANO        PIC 9(04).
           03 FILLER            PIC X(22) VALUE SPACES.

       01  WS-LIN-CLIENTE.
           03 FILLER            PIC X(09) VALUE 'CLIENTE: '.
           03 WS-DCL-CHAVE      PIC 9(06).
           03 FILLER            PIC X(03) VALUE ' - '.
           03 WS-DCL-NOME       PIC X(30).
           03 FILLER            PIC X(24) VALUE SPACES.

       01  WS-LIN-ENDER1.
           03 WS-DCL-LOGRADOURO PIC X(20).
           03 FILLER            PIC X(02) VALUE ', '.
           03 WS-DCL-NUMERO     PIC 9(05).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-DCL-COMPLEMENTO PIC X(10).
           03 FILLER            PIC X(34) VALUE SPACES.

       01  WS-LIN-ENDER2.
           03 WS-DCL-BAIRRO     PIC X(15).
           03 FILLER            PIC X(03) VALUE ' - '.
           03 WS-DCL-CIDADE     PIC X(20).
           03 FILLER            PIC X(03) VALUE ' - '.
           03 WS-DCL-UF         PIC X(02).
           03 FILLER            PIC X(06) VALUE ' CEP: '.
           03 WS-DCL-CEP        PIC 9(08).
           03 FILLER            PIC X(15) VALUE SPACES.

       01  WS-LIN-TEXTO1.
           03 FILLER            PIC X(50) VALUE
              'CONFORME A LEI 12.007/2009, DECLARAMOS QUITADAS AS'.
           03 FILLER            PIC X(22) VALUE SPACES.

       01  WS-LIN-TEXTO2.
           03 FILLER            PIC X(49) VALUE
              'MENSALIDADES DOS MESES ABAIXO, REFERENTES AO ANO '.
           03 WS-TXT-ANO        PIC 9(04).
           03 FILLER            PIC X(01) VALUE ':'.
           03 FILLER            PIC X(18) VALUE SPACES.

       01  WS-LIN-MESES.
           03 FILLER            PIC X(03) VALUE SPACES.
           03 WS-DCL-MES-TAB    OCCURS 12 TIMES.
               05 WS-DCL-MES    PIC X(03).
               05 FILLER        PIC X(01).
           03 FILLER            PIC X(21) VALUE SPACES.

       01  WS-LIN-TEXTO3.
           03 FILLER            PIC X(51) VALUE
              'ESTA DECLARACAO SUBSTITUI, COMO PROVA DE PAGAMENTO,'.
           03 FILLER            PIC X(21) VALUE SPACES.

       01  WS-LIN-TEXTO4.
           03 FILLER            PIC X(48) VALUE
              'AS QUITACOES DAS FATURAS DOS MESES RELACIONADOS.'.
           03 FILLER            PIC X(24) VALUE SPACES.

       01  WS-LIN-EMISSAO.
           03 FILLER            PIC X(12) VALUE 'EMITIDA EM: '.
           03 WS-DCL-EMISSAO    PIC 9(08).
           03 FILLER            PIC X(52) VALUE SPACES.

       01  WS-LIN-RESUMO.
           03 FILLER            PIC X(22)
               VALUE 'DECLARACOES EMITIDAS: '.
           03 WS-RES-QTD        PIC 9(06).
           03 FILLER            PIC X(07) VALUE ' - ANO '.
           03 WS-RES-ANO        PIC 9(04).
           03 FILLER            PIC X(33) VALUE SPACES.

      * LINHAS DA LISTA DE EXCECOES (QUITEXC).
       01  WS-LIN-EXC-TITULO.
           03 FILLER            PIC X(47) VALUE
              'EXCECOES DA DECLARACAO ANUAL DE QUITACAO - ANO '.
           03 WS-EXT-ANO        PIC 9(04).
           03 FILLER            PIC X(21) VALUE SPACES.

       01  WS-LIN-EXC-CLIENTE.
           03 WS-EXC-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-EXC-NOME       PIC X(30).
           03 FILLER            PIC X(18)
               VALUE ' MESES PENDENTES: '.
           03 WS-EXC-QTD        PIC Z9.
           03 FILLER            PIC X(15) VALUE SPACES.

       01  WS-LIN-EXC-MES.
           03 FILLER            PIC X(03) VALUE SPACES.
           03 WS-EXM-MES        PIC X(03).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-EXM-ANO        PIC 9(04).
           03 FILLER            PIC X(03) VALUE ' - '.
           03 WS-EXM-MOTIVO     PIC X(30).
           03 WS-EXM-ACORDO-TXT PIC X(08).
           03 WS-EXM-ACORDO     PIC X(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-EXM-ACD-TXT    PIC X(12).
           03 FILLER            PIC X(01) VALUE SPACE.

       01  WS-LIN-EXC-RETIDO.
           03 WS-EXR-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-EXR-NOME       PIC X(30).
           03 FILLER            PIC X(35)
               VALUE ' QUITADO - ENDERECO RETIDO DEVOLMST'.

       01  WS-LIN-EXC-RESUMO.
           03 FILLER            PIC X(24)
               VALUE 'CLIENTES COM PENDENCIA: '.
           03 WS-EXR-QTD-PEND   PIC 9(06).
           03 FILLER            PIC X(23)
               VALUE ' RETIDOS POR ENDERECO: '.
           03 WS-EXR-QTD-RET    PIC 9(06).
           03 FILLER            PIC X(13) VALUE SPACES.

       01  WS-LIN-EXC-EMITIDAS.
           03 FILLER            PIC X(22)
               VALUE 'DECLARACOES EMITIDAS: '.
           03 WS-EXR-QTD-DCL    PIC 9(06).
           03 FILLER            PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-EMITIR-DECLARACOES
               THRU 2000-EMITIR-DECLARACOES-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA O ANO DA DECLARACAO E LEVANTA OS
      * PERIODOS JA FECHADOS NO RAZHIST.  SO ANO ANTERIOR AO CORRENTE
      * E COM DEZEMBRO FECHADO PELO RAZFECHA PODE SER DECLARADO.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'
           DISPLAY 'ANO DA DECLARACAO (AAAA):'
           ACCEPT WS-ANO-PEDIDO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           IF WS-ANO-PEDIDO EQUAL ZERO
               OR WS-ANO-PEDIDO NOT LESS THAN WS-DATA-SIST-ANO
               DISPLAY 'ANO INVALIDO OU AINDA NAO ENCERRADO: '
                   WS-ANO-PEDIDO
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF

           PERFORM 1100-LEVANTAR-PERIODOS
               THRU 1100-LEVANTAR-PERIODOS-EXIT
           IF WS-PER-FECHADO (12) NOT EQUAL 'S'
               DISPLAY 'PERIODO ' WS-ANO-PEDIDO
                   '12 NAO FECHADO NO RAZHIST - RODE O RAZFECHA'
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF

           MOVE WS-ANO-PEDIDO TO WS-ANO-PEDIDO-X
           MOVE WS-ANO-PEDIDO TO WS-TIT-ANO
           MOVE WS-ANO-PEDIDO TO WS-TXT-ANO
           MOVE WS-ANO-PEDIDO TO WS-RES-ANO
           MOVE WS-ANO-PEDIDO TO WS-EXT-ANO
           MOVE WS-DATA-SISTEMA TO WS-DCL-EMISSAO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LEVANTAR-PERIODOS - VARRE O RAZHIST UMA VEZ E MARCA OS
      * MESES DO ANO PEDIDO QUE JA TEM RETRATO DE FECHAMENTO.
      ******************************************************************
       1100-LEVANTAR-PERIODOS.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE 'N' TO WS-PER-FECHADO (WS-IDX-MES)
           END-PERFORM
           MOVE 'N' TO WS-FIM-RAZHIST

           OPEN INPUT RAZHIST
           IF WS-FS-RAZHIST NOT EQUAL '00'
               DISPLAY 'NENHUM PERIODO FECHADO (RAZHIST AUSENTE)'
               GO TO 1100-LEVANTAR-PERIODOS-EXIT
           END-IF

           PERFORM UNTIL FIM-RAZHIST
               READ RAZHIST
                   AT END
                       SET FIM-RAZHIST TO TRUE
                   NOT AT END
                       MOVE RZH-PERIODO TO WS-PERIODO-REG
                       IF WS-PER-ANO EQUAL WS-ANO-PEDIDO
                           AND WS-PER-MES >= 1
                           AND WS-PER-MES <= 12
                           MOVE 'S' TO WS-PER-FECHADO (WS-PER-MES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZHIST.
       1100-LEVANTAR-PERIODOS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EMITIR-DECLARACOES - VARRE O CLIEMSTR E APURA O ANO DE
      * CADA CLIENTE, ATIVO OU NAO (A DECLARACAO E DEVIDA A QUEM FOI
      * FATURADO NO ANO).  CLIENTE ANONIMIZADO (LGPD) NAO TEM MAIS
      * ENDERECO PARA O CORREIO E E SO CONTADO.  FECHA OS DOIS
      * ARQUIVOS COM O TOTAL DE CONTROLE.
      ******************************************************************
       2000-EMITIR-DECLARACOES.
           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'NENHUM CLIENTE CADASTRADO AINDA'
               GO TO 2000-EMITIR-DECLARACOES-EXIT
           END-IF

           OPEN OUTPUT QUITDECL
           OPEN OUTPUT QUITEXC
           MOVE WS-LIN-EXC-TITULO TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG
           MOVE WS-LIN-TRACO TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG

           MOVE 'N' TO WS-FIM-CLIEMSTR
           PERFORM UNTIL FIM-CLIEMSTR
               READ CLIEMSTR NEXT RECORD
                   AT END
                       SET FIM-CLIEMSTR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-CLIENTES
                       IF CLI-ANONIMIZADO
                           ADD 1 TO WS-QTD-ANONIMIZADOS
                       ELSE
                           PERFORM 2100-APURAR-CLIENTE
                               THRU 2100-APURAR-CLIENTE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEMSTR

           PERFORM 2500-GRAVAR-RESUMO
           CLOSE QUITDECL
           CLOSE QUITEXC

           DISPLAY 'CLIENTES LIDOS          : ' WS-QTD-CLIENTES
           DISPLAY 'SEM MENSALIDADE NO ANO  : ' WS-QTD-SEM-MENSALIDADE
           IF WS-QTD-ANONIMIZADOS GREATER THAN ZERO
               DISPLAY 'ANONIMIZADOS (IGNORADOS): '
                   WS-QTD-ANONIMIZADOS
           END-IF
           DISPLAY 'DECLARACOES EMITIDAS    : ' WS-QTD-DECLARACOES
               ' (ARQUIVO QUITDECL)'
           DISPLAY 'CLIENTES COM PENDENCIA  : ' WS-QTD-EXCECOES
               ' (ARQUIVO QUITEXC)'
           IF WS-QTD-RETIDAS GREATER THAN ZERO
               DISPLAY 'RETIDAS POR ENDERECO    : ' WS-QTD-RETIDAS
                   ' (ARQUIVO QUITEXC)'
           END-IF.
       2000-EMITIR-DECLARACOES-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APURAR-CLIENTE - APURA A SITUACAO DE CADA MES DO ANO DO
      * CLIENTE CORRENTE E DECIDE ENTRE DECLARACAO, EXCECAO E
      * RETENCAO.  CLIENTE SEM MENSALIDADE NA COMPETENCIA DO ANO NAO
      * TEM O QUE DECLARAR E E SO CONTADO.
      ******************************************************************
       2100-APURAR-CLIENTE.
           MOVE CLI-CHAVE TO WS-CLIENTE-ATUAL
           MOVE ZERO TO WS-QTD-MENS-ANO
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE SPACE TO WS-MES-SITUACAO (WS-IDX-MES)
               MOVE ZERO  TO WS-MES-ACORDO (WS-IDX-MES)
               MOVE SPACE TO WS-MES-ACD-STATUS (WS-IDX-MES)
           END-PERFORM

           PERFORM 2110-APURAR-TITULOS
               THRU 2110-APURAR-TITULOS-EXIT

           IF WS-QTD-MENS-ANO EQUAL ZERO
               ADD 1 TO WS-QTD-SEM-MENSALIDADE
               GO TO 2100-APURAR-CLIENTE-EXIT
           END-IF

           PERFORM 2150-CONTAR-MESES
           IF WS-QTD-MESES-PENDENTES GREATER THAN ZERO
               PERFORM 2400-GRAVAR-EXCECAO
               ADD 1 TO WS-QTD-EXCECOES
               GO TO 2100-APURAR-CLIENTE-EXIT
           END-IF

      * ENDERECO RETIDO: A DECLARACAO NAO VAI PARA O CORREIO.
           PERFORM 2160-VERIFICAR-RETENCAO
               THRU 2160-VERIFICAR-RETENCAO-EXIT
           IF ENDERECO-RETIDO
               PERFORM 2450-GRAVAR-RETIDA
               ADD 1 TO WS-QTD-RETIDAS
               GO TO 2100-APURAR-CLIENTE-EXIT
           END-IF

           PERFORM 2200-MONTAR-DECLARACAO
           ADD 1 TO WS-QTD-DECLARACOES.
       2100-APURAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2110-APURAR-TITULOS - PERCORRE OS TITULOS DO CLIENTE CORRENTE
      * NO TITABER (START NA CHAVE DO CLIENTE COM SEQUENCIA ZERO) E
      * APURA CADA TITULO DE DEBITO QUE FOR MENSALIDADE DO ANO.
      ******************************************************************
       2110-APURAR-TITULOS.
           MOVE 'N' TO WS-FIM-TITABER
           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 2110-APURAR-TITULOS-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL TO TIT-CHAVE-CLIENTE
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
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CLIENTE-ATUAL
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               PERFORM 2120-APURAR-MENSALIDADE
                                   THRU 2120-APURAR-MENSALIDADE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       2110-APURAR-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 2120-APURAR-MENSALIDADE - SENDO O TITULO CORRENTE MENSALIDADE
      * DA COMPETENCIA PEDIDA, REGISTRA A SITUACAO DO MES.  MENSALIDADE
      * ESTORNADA NAO E DEVIDA E NAO CONTA.  SO O TITULO QUITADO PODE
      * SER DECLARADO, E SO SE NENHUMA DAS LIQUIDACOES QUE O QUITARAM
      * FOR BAIXA DE PERDAS OU ACORDO AINDA NAO QUITADO - BAIXA
      * PREVALECE SOBRE ACORDO, QUE PREVALECE SOBRE RECEBIMENTO.
      ******************************************************************
       2120-APURAR-MENSALIDADE.
           MOVE TIT-HISTORICO TO WS-HIST-MENSALIDADE
           IF NOT HME-MENSALIDADE
               OR WS-HME-ANO NOT EQUAL WS-ANO-PEDIDO-X
               OR TIT-ESTORNADO
               GO TO 2120-APURAR-MENSALIDADE-EXIT
           END-IF

           MOVE ZERO TO WS-MES-ACHADO
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               IF WS-MES-ABREV (WS-IDX-MES) EQUAL WS-HME-MES
                   SET WS-MES-ACHADO TO WS-IDX-MES
               END-IF
           END-PERFORM
           IF WS-MES-ACHADO EQUAL ZERO
               GO TO 2120-APURAR-MENSALIDADE-EXIT
           END-IF
           ADD 1 TO WS-QTD-MENS-ANO

           MOVE 'N' TO WS-DEB-COBERTURA
           MOVE ZERO TO WS-DEB-ACORDO
           MOVE SPACE TO WS-DEB-ACD-STATUS
           IF TIT-QUITADO
               PERFORM 2130-APURAR-LIQUIDACOES
                   THRU 2130-APURAR-LIQUIDACOES-EXIT
           END-IF

           EVALUATE TRUE
               WHEN NOT TIT-QUITADO
                   MOVE 'A' TO WS-DEB-SITUACAO
               WHEN WS-DEB-COBERTURA EQUAL 'B'
                   MOVE 'B' TO WS-DEB-SITUACAO
               WHEN WS-DEB-COBERTURA EQUAL 'X'
                   MOVE 'X' TO WS-DEB-SITUACAO
               WHEN WS-DEB-COBERTURA EQUAL 'P'
                   MOVE 'P' TO WS-DEB-SITUACAO
               WHEN WS-PER-FECHADO (WS-MES-ACHADO) NOT EQUAL 'S'
                   MOVE 'F' TO WS-DEB-SITUACAO
               WHEN OTHER
                   MOVE 'Q' TO WS-DEB-SITUACAO
           END-EVALUATE

           IF MES-SEM-MENSALIDADE (WS-MES-ACHADO)
               OR MES-QUITADO (WS-MES-ACHADO)
               MOVE WS-DEB-SITUACAO
                   TO WS-MES-SITUACAO (WS-MES-ACHADO)
               MOVE WS-DEB-ACORDO TO WS-MES-ACORDO (WS-MES-ACHADO)
               MOVE WS-DEB-ACD-STATUS
                   TO WS-MES-ACD-STATUS (WS-MES-ACHADO)
           END-IF.
       2120-APURAR-MENSALIDADE-EXIT.
           EXIT.

      ******************************************************************
      * 2130-APURAR-LIQUIDACOES - VARRE O TITLIQ ATRAS DAS LIQUIDACOES
      * 'L' DO TITULO CORRENTE, DESCARTANDO AS DESFEITAS PELO ESTORNO
      * DO CREDITO (REABERTURA 'R' DO MESMO MOVIMENTO, SEMPRE GRAVADA
      * DEPOIS DELAS).  BAIXA ('B') JA SE VE PELO TIPO DO MOVIMENTO;
      * PARA OS DEMAIS CREDITOS O HISTORICO E LIDO NO RAZMOVS (2136).
      * UMA PASSADA NO TITLIQ POR MENSALIDADE QUITADA - MESMO CRITERIO
      * DE CUSTO DAS VARREDURAS DO RETBANCO.
      ******************************************************************
       2130-APURAR-LIQUIDACOES.
           MOVE TIT-SEQ TO WS-SEQ-TITULO
           MOVE ZERO TO WS-QTD-LIQ
           MOVE 'N' TO WS-FIM-TITLIQ

           OPEN INPUT TITLIQ
           IF WS-FS-TITLIQ NOT EQUAL '00'
               MOVE 'X' TO WS-DEB-COBERTURA
               GO TO 2130-APURAR-LIQUIDACOES-EXIT
           END-IF

           PERFORM UNTIL FIM-TITLIQ
               READ TITLIQ
                   AT END
                       SET FIM-TITLIQ TO TRUE
                   NOT AT END
                       PERFORM 2132-REGISTRAR-LIQUIDACAO
                           THRU 2132-REGISTRAR-LIQUIDACAO-EXIT
               END-READ
           END-PERFORM
           CLOSE TITLIQ

           MOVE ZERO TO WS-QTD-LIQ-CREDITO
           PERFORM VARYING WS-IDX-LIQ FROM 1 BY 1
                   UNTIL WS-IDX-LIQ > WS-QTD-LIQ
               IF WS-LIQ-DESFEITA (WS-IDX-LIQ) NOT EQUAL 'S'
                   IF WS-LIQ-TIPO (WS-IDX-LIQ) EQUAL 'B'
                       MOVE 'B' TO WS-DEB-COBERTURA
                   ELSE
                       ADD 1 TO WS-QTD-LIQ-CREDITO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-LIQ-CREDITO GREATER THAN ZERO
               AND WS-DEB-COBERTURA EQUAL 'N'
               PERFORM 2136-LER-HISTORICOS
                   THRU 2136-LER-HISTORICOS-EXIT
           END-IF.
       2130-APURAR-LIQUIDACOES-EXIT.
           EXIT.

      ******************************************************************
      * 2132-REGISTRAR-LIQUIDACAO - GUARDA A LIQUIDACAO 'L' DO TITULO
      * CORRENTE E MARCA COMO DESFEITAS AS GUARDADAS CUJO CREDITO A
      * REABERTURA CORRENTE ESTORNOU.  LIQUIDACOES ALEM DA TABELA
      * DEIXAM O MES SEM APURACAO ('X').
      ******************************************************************
       2132-REGISTRAR-LIQUIDACAO.
           IF LIQ-LIQUIDACAO
               AND LIQ-SEQ-TITULO EQUAL WS-SEQ-TITULO
               IF WS-QTD-LIQ NOT LESS THAN WS-MAX-LIQ
                   DISPLAY 'TITULO ' WS-SEQ-TITULO ' DO CLIENTE '
                       WS-CLIENTE-ATUAL ' COM MAIS DE ' WS-MAX-LIQ
                       ' LIQUIDACOES - NAO APURADO'
                   MOVE 'X' TO WS-DEB-COBERTURA
                   GO TO 2132-REGISTRAR-LIQUIDACAO-EXIT
               END-IF
               ADD 1 TO WS-QTD-LIQ
               MOVE LIQ-SEQ-MOVIMENTO TO WS-LIQ-MOVIMENTO (WS-QTD-LIQ)
               MOVE LIQ-TIPO-MOVIMENTO TO WS-LIQ-TIPO (WS-QTD-LIQ)
               MOVE 'N' TO WS-LIQ-DESFEITA (WS-QTD-LIQ)
               GO TO 2132-REGISTRAR-LIQUIDACAO-EXIT
           END-IF

           IF LIQ-REABERTURA
               PERFORM VARYING WS-IDX-LIQ FROM 1 BY 1
                       UNTIL WS-IDX-LIQ > WS-QTD-LIQ
                   IF WS-LIQ-MOVIMENTO (WS-IDX-LIQ)
                       EQUAL LIQ-SEQ-TITULO
                       MOVE 'S' TO WS-LIQ-DESFEITA (WS-IDX-LIQ)
                   END-IF
               END-PERFORM
           END-IF.
       2132-REGISTRAR-LIQUIDACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2136-LER-HISTORICOS - VARRE O RAZMOVS ATRAS DOS CREDITOS QUE
      * QUITARAM O TITULO CORRENTE (MOV-SEQ E UNICA).  CREDITO COM
      * HISTORICO 'ACORDO PARCELAMENTO NNNNNN' E A TRANSFERENCIA PARA
      * O ACORDO, QUE SO VALE COMO QUITACAO COM O ACORDO JA QUITADO NO
      * ACORDOS.  CREDITO FORA DO RAZMOVS (SALDO ANTERIOR DO TITCARGA)
      * CONTA COMO RECEBIMENTO.
      ******************************************************************
       2136-LER-HISTORICOS.
           MOVE ZERO TO WS-QTD-LIQ-ACHADAS
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               GO TO 2136-LER-HISTORICOS-EXIT
           END-IF

           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       PERFORM 2137-CONFERIR-CREDITO
                           THRU 2137-CONFERIR-CREDITO-EXIT
                       IF WS-QTD-LIQ-ACHADAS
                           NOT LESS THAN WS-QTD-LIQ-CREDITO
                           SET FIM-RAZMOVS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS.
       2136-LER-HISTORICOS-EXIT.
           EXIT.

      ******************************************************************
      * 2137-CONFERIR-CREDITO - SENDO O MOVIMENTO CORRENTE UM DOS
      * CREDITOS GUARDADOS, CLASSIFICA-O PELO HISTORICO.
      ******************************************************************
       2137-CONFERIR-CREDITO.
           PERFORM VARYING WS-IDX-LIQ FROM 1 BY 1
                   UNTIL WS-IDX-LIQ > WS-QTD-LIQ
               IF WS-LIQ-MOVIMENTO (WS-IDX-LIQ) EQUAL MOV-SEQ
                   AND WS-LIQ-DESFEITA (WS-IDX-LIQ) NOT EQUAL 'S'
                   AND WS-LIQ-TIPO (WS-IDX-LIQ) NOT EQUAL 'B'
                   ADD 1 TO WS-QTD-LIQ-ACHADAS
                   MOVE MOV-HISTORICO TO WS-HIST-CREDITO-ACD
                   IF HCA-ACORDO
                       AND WS-DEB-COBERTURA EQUAL 'N'
                       MOVE WS-HCA-NUMERO TO WS-LIQ-ACORDO
                       PERFORM 2140-BUSCAR-ACORDO
                           THRU 2140-BUSCAR-ACORDO-EXIT
                       IF WS-LIQ-ACD-STATUS NOT EQUAL 'Q'
                           MOVE 'P' TO WS-DEB-COBERTURA
                           MOVE WS-LIQ-ACORDO TO WS-DEB-ACORDO
                           MOVE WS-LIQ-ACD-STATUS TO WS-DEB-ACD-STATUS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       2137-CONFERIR-CREDITO-EXIT.
           EXIT.

      ******************************************************************
      * 2140-BUSCAR-ACORDO - PROCURA NO ACORDOS A SITUACAO DO ACORDO
      * WS-LIQ-ACORDO.  ACORDO NAO ENCONTRADO (OU ACORDOS AUSENTE)
      * FICA SEM SITUACAO E NAO E TRATADO COMO QUITADO.
      ******************************************************************
       2140-BUSCAR-ACORDO.
           MOVE SPACE TO WS-LIQ-ACD-STATUS
           MOVE 'N' TO WS-FIM-ACORDOS

           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL '00'
               GO TO 2140-BUSCAR-ACORDO-EXIT
           END-IF

           PERFORM UNTIL FIM-ACORDOS
               READ ACORDOS
                   AT END
                       SET FIM-ACORDOS TO TRUE
                   NOT AT END
                       IF ACD-NUMERO EQUAL WS-LIQ-ACORDO
                           MOVE ACD-STATUS TO WS-LIQ-ACD-STATUS
                           SET FIM-ACORDOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACORDOS.
       2140-BUSCAR-ACORDO-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CONTAR-MESES - CONTA OS MESES QUITADOS E OS PENDENTES DO
      * CLIENTE CORRENTE E MONTA A LINHA DOS MESES DA DECLARACAO.
      ******************************************************************
       2150-CONTAR-MESES.
           MOVE ZERO TO WS-QTD-MESES-QUITADOS
           MOVE ZERO TO WS-QTD-MESES-PENDENTES
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE SPACES TO WS-DCL-MES-TAB (WS-IDX-MES)
           END-PERFORM

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               EVALUATE TRUE
                   WHEN MES-SEM-MENSALIDADE (WS-IDX-MES)
                       CONTINUE
                   WHEN MES-QUITADO (WS-IDX-MES)
                       ADD 1 TO WS-QTD-MESES-QUITADOS
                       MOVE WS-MES-ABREV (WS-IDX-MES)
                           TO WS-DCL-MES (WS-QTD-MESES-QUITADOS)
                   WHEN OTHER
                       ADD 1 TO WS-QTD-MESES-PENDENTES
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * 2160-VERIFICAR-RETENCAO - CONSULTA O DEVOLMST: CLIENTE COM
      * REGISTRO TEM O ENDERECO RETIDO (CORRESPONDENCIA DEVOLVIDA).
      * SEM DEVOLMST (NENHUMA DEVOLUCAO REGISTRADA AINDA), NADA RETIDO.
      ******************************************************************
       2160-VERIFICAR-RETENCAO.
           MOVE 'N' TO WS-ENDERECO-RETIDO

           OPEN INPUT DEVOLMST
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               GO TO 2160-VERIFICAR-RETENCAO-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL TO DEV-CHAVE
           READ DEVOLMST KEY IS DEV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENDERECO-RETIDO
           END-READ
           CLOSE DEVOLMST.
       2160-VERIFICAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MONTAR-DECLARACAO - GRAVA NO QUITDECL A PAGINA FORMATADA
      * DA DECLARACAO DO CLIENTE CORRENTE: CABECALHO COM NOME E
      * ENDERECO, O TEXTO DA QUITACAO COM OS MESES QUITADOS DO ANO E
      * A DATA DE EMISSAO.
      ******************************************************************
       2200-MONTAR-DECLARACAO.
           MOVE WS-LIN-SEPARADOR TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-TITULO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG

           MOVE CLI-CHAVE       TO WS-DCL-CHAVE
           MOVE CLI-NOME        TO WS-DCL-NOME
           MOVE WS-LIN-CLIENTE  TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG

           MOVE WS-LOGRADOURO   TO WS-DCL-LOGRADOURO
           MOVE WS-NUMERO       TO WS-DCL-NUMERO
           MOVE WS-COMPLEMENTO  TO WS-DCL-COMPLEMENTO
           MOVE WS-LIN-ENDER1   TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG

           MOVE WS-BAIRRO       TO WS-DCL-BAIRRO
           MOVE WS-CIDADE       TO WS-DCL-CIDADE
           MOVE WS-UF           TO WS-DCL-UF
           MOVE WS-CEP          TO WS-DCL-CEP
           MOVE WS-LIN-ENDER2   TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG

           MOVE WS-LIN-TRACO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-TEXTO1 TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-TEXTO2 TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-BRANCO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-MESES TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-BRANCO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-TEXTO3 TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-TEXTO4 TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-BRANCO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-LIN-EMISSAO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG.

      ******************************************************************
      * 2400-GRAVAR-EXCECAO - GRAVA NO QUITEXC O CLIENTE CORRENTE E
      * UMA LINHA POR MES PENDENTE, COM O MOTIVO.
      ******************************************************************
       2400-GRAVAR-EXCECAO.
           MOVE WS-CLIENTE-ATUAL       TO WS-EXC-CHAVE
           MOVE CLI-NOME               TO WS-EXC-NOME
           MOVE WS-QTD-MESES-PENDENTES TO WS-EXC-QTD
           MOVE WS-LIN-EXC-CLIENTE TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               IF NOT MES-SEM-MENSALIDADE (WS-IDX-MES)
                   AND NOT MES-QUITADO (WS-IDX-MES)
                   PERFORM 2410-GRAVAR-MES-PENDENTE
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2410-GRAVAR-MES-PENDENTE - GRAVA NO QUITEXC A LINHA DO MES
      * WS-IDX-MES PENDENTE, COM O MOTIVO E, SE FOR O CASO, O ACORDO E
      * A SITUACAO DELE.
      ******************************************************************
       2410-GRAVAR-MES-PENDENTE.
           MOVE WS-MES-ABREV (WS-IDX-MES) TO WS-EXM-MES
           MOVE WS-ANO-PEDIDO TO WS-EXM-ANO
           MOVE SPACES TO WS-EXM-ACORDO-TXT
           MOVE SPACES TO WS-EXM-ACORDO
           MOVE SPACES TO WS-EXM-ACD-TXT

           EVALUATE WS-MES-SITUACAO (WS-IDX-MES)
               WHEN 'A'
                   MOVE 'MENSALIDADE EM ABERTO' TO WS-EXM-MOTIVO
               WHEN 'B'
                   MOVE 'BAIXADA COMO PERDA (BAIXAPER)'
                       TO WS-EXM-MOTIVO
               WHEN 'X'
                   MOVE 'LIQUIDACOES NAO APURADAS'
                       TO WS-EXM-MOTIVO
               WHEN 'P'
                   MOVE 'COBERTA POR ACORDO NAO QUITADO'
                       TO WS-EXM-MOTIVO
                   MOVE ' ACORDO ' TO WS-EXM-ACORDO-TXT
                   MOVE WS-MES-ACORDO (WS-IDX-MES) TO WS-EXM-ACORDO
                   EVALUATE WS-MES-ACD-STATUS (WS-IDX-MES)
                       WHEN 'A'
                           MOVE '(ATIVO)' TO WS-EXM-ACD-TXT
                       WHEN 'R'
                           MOVE '(ROMPIDO)' TO WS-EXM-ACD-TXT
                       WHEN OTHER
                           MOVE '(NAO ACHADO)' TO WS-EXM-ACD-TXT
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'PERIODO NAO FECHADO NO RAZHIST'
                       TO WS-EXM-MOTIVO
           END-EVALUATE
           MOVE WS-LIN-EXC-MES TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG.

      ******************************************************************
      * 2450-GRAVAR-RETIDA - GRAVA NO QUITEXC O CLIENTE QUITADO CUJA
      * DECLARACAO FICOU RETIDA POR ENDERECO DEVOLVIDO.  A DECLARACAO
      * SAI NUMA PROXIMA RODADA, DEPOIS DE O ENDERECO SER CORRIGIDO
      * NO CONDICOES.
      ******************************************************************
       2450-GRAVAR-RETIDA.
           MOVE WS-CLIENTE-ATUAL TO WS-EXR-CHAVE
           MOVE CLI-NOME         TO WS-EXR-NOME
           MOVE WS-LIN-EXC-RETIDO TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG.

      ******************************************************************
      * 2500-GRAVAR-RESUMO - FECHA OS DOIS ARQUIVOS COM O TOTAL DE
      * CONTROLE DAS DECLARACOES EMITIDAS, PARA A CONFERENCIA ANTES
      * DA POSTAGEM.
      ******************************************************************
       2500-GRAVAR-RESUMO.
           MOVE WS-LIN-SEPARADOR TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG
           MOVE WS-QTD-DECLARACOES TO WS-RES-QTD
           MOVE WS-LIN-RESUMO TO DCL-LINHA-REG
           WRITE DCL-LINHA-REG

           MOVE WS-LIN-TRACO TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG
           MOVE WS-QTD-EXCECOES TO WS-EXR-QTD-PEND
           MOVE WS-QTD-RETIDAS  TO WS-EXR-QTD-RET
           MOVE WS-LIN-EXC-RESUMO TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG
           MOVE WS-QTD-DECLARACOES TO WS-EXR-QTD-DCL
           MOVE WS-LIN-EXC-EMITIDAS TO EXC-LINHA-REG
           WRITE EXC-LINHA-REG.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM QUITACAO.
