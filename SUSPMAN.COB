      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tratamento da fila de pendencias do retorno de
      *          cobranca (BCOSUSP) - pagamentos que o RETBANCO nao
      *          conseguiu baixar (DV invalido, cliente inexistente,
      *          sem mensalidade em aberto, valor divergente).  O
      *          operador atribui o pagamento ao cliente certo e
      *          escolhe como lanca-lo: uma mensalidade, varias
      *          mensalidades, pagamento parcial ou mensalidade com
      *          excesso; ou registra a devolucao ao pagador.  O
      *          credito so vai para o RAZLOTE depois da confirmacao
      *          explicita.  Emite tambem o relatorio de
      *          envelhecimento (SUSPREL) dos itens pendentes ha mais
      *          de N dias.  Todo tratamento e auditado no CLIAUDIT
      *          (operacao 'S').  Exige login de operador de
      *          manutencao ou supervisor (OPERMSTR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCOSUSP ASSIGN TO "BCOSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCOSUSP.

           SELECT BCOSUSPT ASSIGN TO "BCOSUSPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCOSUSPT.

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

           SELECT RAZLOTE ASSIGN TO "RAZLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT RAZLTAPL ASSIGN TO "RAZLTAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-LOTE
               FILE STATUS IS WS-FS-RAZLTAPL.

           SELECT OPERMSTR ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-FS-OPERMSTR.

           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIAUDIT.

           SELECT SUSPREL ASSIGN TO "SUSPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPREL.

       DATA DIVISION.
       FILE SECTION.
       FD  BCOSUSP
           LABEL RECORDS ARE STANDARD.
       01  SUSP-REG.
           COPY SUSPBCO.

       FD  BCOSUSPT
           LABEL RECORDS ARE STANDARD.
       01  SUSPT-REG.
           COPY SUSPBCO REPLACING LEADING ==SUS-== BY ==SUST-==.

       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
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

       FD  RAZLTAPL
           LABEL RECORDS ARE STANDARD.
       01  APL-REG.
           COPY LOTEAPL.

       FD  OPERMSTR
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REG.
           COPY OPERADOR.

       FD  CLIAUDIT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REG.
           COPY AUDITLOG.

       FD  SUSPREL
           LABEL RECORDS ARE STANDARD.
       01  SSR-LINHA-REG.
           COPY SUSPREL.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-BCOSUSP     PIC X(02).
           03 WS-FS-BCOSUSPT    PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-RAZLTAPL    PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).
           03 WS-FS-SUSPREL     PIC X(02).

       77 WS-FIM-BCOSUSP        PIC X(01) VALUE 'N'.
           88 FIM-BCOSUSP       VALUE 'S'.
       77 WS-FIM-BCOSUSPT       PIC X(01) VALUE 'N'.
           88 FIM-BCOSUSPT      VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-RAZLOTE        PIC X(01) VALUE 'N'.
           88 FIM-RAZLOTE       VALUE 'S'.

       77 WS-OPCAO              PIC 9(01) VALUE ZERO.
       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.

      * ITEM DA FILA EM TRATAMENTO, COPIADO DO BCOSUSP NA LOCALIZACAO.
       01  WS-PENDENCIA.
           COPY SUSPBCO REPLACING LEADING ==SUS-== BY ==PND-==.

       77 WS-NUMERO-PENDENCIA   PIC 9(06) VALUE ZERO.
       77 WS-PENDENCIA-OK       PIC X(01).
           88 PENDENCIA-ACHADA  VALUE 'S'.

      * FORMA DE RESOLUCAO ESCOLHIDA PELO OPERADOR (VER SUSPBCO.CPY).
       77 WS-FORMA              PIC X(01).
           88 FORMA-UMA-MENSALIDADE VALUE 'A'.
           88 FORMA-MESES       VALUE 'M'.
           88 FORMA-PARCIAL     VALUE 'P'.
           88 FORMA-EXCESSO     VALUE 'E'.
           88 FORMA-DEVOLUCAO   VALUE 'D'.
           88 FORMA-VALIDA      VALUE 'A' 'M' 'P' 'E' 'D'.
       77 WS-CONFIRMA           PIC X(01).
           88 CONFIRMADO        VALUE 'S'.

       77 WS-CHAVE-DESTINO      PIC 9(06) VALUE ZERO.
       77 WS-CLIENTE-OK         PIC X(01).
           88 CLIENTE-VALIDO    VALUE 'S'.

      * HISTORICOS DOS CREDITOS GERADOS.  SO O PAGAMENTO INTEGRAL USA
      * O HISTORICO DE PAGAMENTO DE MENSALIDADE, QUE IDENTIFICA O
      * CREDITO NO EXTRATO E NA CONTABILIDADE.  AS MENSALIDADES EM
      * ABERTO VEM DO TITABER; O HISTORICO SO SERVE AQUI PARA CONTAR
      * OS PAGAMENTOS INTEGRAIS AINDA NO RAZLOTE (3310).
       77 WS-HIST-PAGAMENTO     PIC X(30)
           VALUE 'PAGAMENTO MENSALIDADE'.
       77 WS-HIST-PARCIAL       PIC X(30)
           VALUE 'PAGAMENTO PARCIAL MENSALIDADE'.
       77 WS-HIST-EXCESSO       PIC X(30)
           VALUE 'PAGAMENTO A MAIOR'.
       77 WS-HIST-MENSALIDADE   PIC X(11) VALUE 'MENSALIDADE'.

      * MENSALIDADES DO CLIENTE DE DESTINO: TITULOS DE MENSALIDADE
      * EM ABERTO NO TITABER E PAGAMENTOS AINDA NO RAZLOTE (GRAVADOS
      * PELO RETBANCO, PELO DEBARET OU POR ESTE PROGRAMA, AINDA NAO
      * APLICADOS PELO RAZAO).  AS EM ABERTO SAO AS SEGUINTES AS QUE
      * ESSES PAGAMENTOS VAO LIQUIDAR, NA ORDEM DA CHAVE DO TITABER.
      * O RAZLOTE GUARDA TAMBEM OS LOTES JA APLICADOS - SO CONTA O
      * ITEM DE LOTE QUE AINDA NAO CONSTA DO RAZLTAPL.
       77 WS-RAZLTAPL-ABERTO    PIC X(01) VALUE 'N'.
           88 RAZLTAPL-ABERTO   VALUE 'S'.
       77 WS-LOTE-LIDO-PENDENTE PIC X(01) VALUE 'N'.
           88 LOTE-LIDO-PENDENTE VALUE 'S'.
       77 WS-QTD-MENSALIDADES   PIC 9(05) VALUE ZERO.
       77 WS-QTD-PAGAS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-EM-ABERTO      PIC 9(05) VALUE ZERO.
       77 WS-QTD-MESES          PIC 9(03) VALUE ZERO.
       77 WS-POS-PRIMEIRA       PIC 9(05) VALUE ZERO.
       77 WS-POS-ULTIMA         PIC 9(05) VALUE ZERO.
       77 WS-ORDEM-DEBITO       PIC 9(05) VALUE ZERO.
       77 WS-VALOR-EM-ABERTO    PIC S9(9)V9(2) VALUE ZERO.
       77 WS-VALOR-EXCESSO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-VALOR-EDITADO      PIC -9(9).9(2).

       77 WS-QTD-SUS-COPIADOS   PIC 9(06) VALUE ZERO.
       77 WS-QTD-SUS-CONFERIDOS PIC 9(06) VALUE ZERO.
       77 WS-COPIA-SUS-OK       PIC X(01).
           88 COPIA-SUS-OK      VALUE 'S'.

       77 WS-QTD-LISTADOS       PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-LISTADO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-DIAS-LIMITE        PIC 9(05) VALUE ZERO.
       77 WS-DIAS-HOJE          PIC 9(07).
       77 WS-IDADE-PENDENCIA    PIC S9(07).

      * CONFERENCIA DO DIGITO VERIFICADOR DA CHAVE DE CLIENTE (VER
      * CLIENTE.CPY), COMO NO RETBANCO.
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

      * CONVERSAO DE DATA AAAAMMDD EM DIAS CORRIDOS, NOS MESMOS
      * MOLDES DA ROTINA DO RAZIDADE.
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

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-CHAVE        PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

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
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-MENU-PENDENCIAS
               UNTIL WS-OPCAO EQUAL 4
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE OPERADOR DE MANUTENCAO OU
      * SUPERVISOR.  LOGIN RECUSADO ENCERRA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'FILA DE PENDENCIAS DO RETORNO DE COBRANCA (BCOSUSP)'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT
           IF NOT LOGIN-EFETUADO
               MOVE 4 TO WS-OPCAO
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
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (SUSPMAN)'
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
      * 1210-VALIDAR-OPERADOR - SO OPERADOR ATIVO DE PERFIL 'M' OU 'S'
      * TRATA A FILA - O PERFIL DE CONSULTA NAO GERA CREDITO.
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
                       AND NOT OPER-PERFIL-CONSULTA
                       AND OPER-SENHA EQUAL WS-OPERADOR-SENHA
                       MOVE 'S' TO WS-LOGIN-OK
                       DISPLAY 'BEM-VINDO: ' OPER-NOME
                   END-IF
           END-READ
           CLOSE OPERMSTR.
       1210-VALIDAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MENU-PENDENCIAS - MENU DA FILA DE PENDENCIAS.
      ******************************************************************
       2000-MENU-PENDENCIAS.
           DISPLAY '***************************************************'
           DISPLAY '1-LISTAR PENDENTES 2-TRATAR PENDENCIA'
           DISPLAY '3-RELATORIO DE ENVELHECIMENTO 4-SAIR'
           DISPLAY 'ESCOLHA A OPCAO:'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2100-LISTAR-PENDENTES
                       THRU 2100-LISTAR-PENDENTES-EXIT
               WHEN 2
                   PERFORM 3000-TRATAR-PENDENCIA
                       THRU 3000-TRATAR-PENDENCIA-EXIT
               WHEN 3
                   PERFORM 4000-RELATORIO-ENVELHECIMENTO
                       THRU 4000-RELATORIO-ENVELHECIMENTO-EXIT
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 2100-LISTAR-PENDENTES - LISTA NA TELA OS ITENS AINDA PENDENTES
      * NA FILA, COM QUANTIDADE E VALOR TOTAL.
      ******************************************************************
       2100-LISTAR-PENDENTES.
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE ZERO TO WS-TOTAL-LISTADO
           MOVE 'N' TO WS-FIM-BCOSUSP

           OPEN INPUT BCOSUSP
           IF WS-FS-BCOSUSP NOT EQUAL '00'
               DISPLAY 'FILA DE PENDENCIAS (BCOSUSP) VAZIA'
               GO TO 2100-LISTAR-PENDENTES-EXIT
           END-IF

           PERFORM UNTIL FIM-BCOSUSP
               READ BCOSUSP
                   AT END
                       SET FIM-BCOSUSP TO TRUE
                   NOT AT END
                       IF SUS-PENDENTE
                           ADD 1 TO WS-QTD-LISTADOS
                           ADD SUS-VALOR TO WS-TOTAL-LISTADO
                           MOVE SUS-VALOR TO WS-VALOR-EDITADO
                           DISPLAY SUS-NUMERO ' ' SUS-DATA-ENTRADA
                               ' CHAVE ' SUS-CHAVE-CLIENTE
                               ' VALOR ' WS-VALOR-EDITADO
                               ' ' SUS-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCOSUSP

           MOVE WS-TOTAL-LISTADO TO WS-VALOR-EDITADO
           DISPLAY 'PENDENTES: ' WS-QTD-LISTADOS
               ' VALOR: ' WS-VALOR-EDITADO.
       2100-LISTAR-PENDENTES-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRATAR-PENDENCIA - TRATA UM ITEM PENDENTE DA FILA: O
      * OPERADOR ESCOLHE A FORMA, O CLIENTE DE DESTINO E (NA FORMA M)
      * QUANTAS MENSALIDADES O PAGAMENTO COBRE.  O PLANO DE
      * LANCAMENTO E CRITICADO CONTRA AS MENSALIDADES EM ABERTO DO
      * CLIENTE E SO E GRAVADO APOS CONFIRMACAO.
      ******************************************************************
       3000-TRATAR-PENDENCIA.
           DISPLAY 'NUMERO DA PENDENCIA (VEJA 1-LISTAR):'
           ACCEPT WS-NUMERO-PENDENCIA
           PERFORM 3100-LOCALIZAR-PENDENCIA
               THRU 3100-LOCALIZAR-PENDENCIA-EXIT
           IF NOT PENDENCIA-ACHADA
               DISPLAY 'PENDENCIA NAO ENCONTRADA: ' WS-NUMERO-PENDENCIA
               GO TO 3000-TRATAR-PENDENCIA-EXIT
           END-IF
           IF NOT PND-PENDENTE
               DISPLAY 'PENDENCIA JA TRATADA EM ' PND-DATA-RESOLUCAO
                   ' POR ' PND-OPERADOR
               GO TO 3000-TRATAR-PENDENCIA-EXIT
           END-IF

           MOVE PND-VALOR TO WS-VALOR-EDITADO
           DISPLAY 'PAGAMENTO DE ' PND-DATA-PAGAMENTO
               ' VALOR ' WS-VALOR-EDITADO
           DISPLAY 'CHAVE RECEBIDA: ' PND-CHAVE-CLIENTE
               ' REFERENCIA: ' PND-REFERENCIA
           DISPLAY 'MOTIVO: ' PND-MOTIVO

           DISPLAY 'FORMA: A-UMA MENSALIDADE M-VARIAS MENSALIDADES'
           DISPLAY '       P-PARCIAL E-COM EXCESSO D-DEVOLVER'
           ACCEPT WS-FORMA
           IF NOT FORMA-VALIDA
               DISPLAY 'FORMA INVALIDA'
               GO TO 3000-TRATAR-PENDENCIA-EXIT
           END-IF

           MOVE ZERO TO WS-CHAVE-DESTINO
           MOVE ZERO TO WS-QTD-MESES
           MOVE ZERO TO WS-VALOR-EM-ABERTO
           MOVE ZERO TO WS-VALOR-EXCESSO
           IF FORMA-DEVOLUCAO
               MOVE PND-CHAVE-CLIENTE TO WS-AUDIT-CHAVE
               DISPLAY 'O PAGAMENTO SERA DEVOLVIDO SEM CREDITO'
               GO TO 3000-CONFIRMAR
           END-IF

           PERFORM 3200-OBTER-DESTINO THRU 3200-OBTER-DESTINO-EXIT
           IF NOT CLIENTE-VALIDO
               GO TO 3000-TRATAR-PENDENCIA-EXIT
           END-IF
           MOVE WS-CHAVE-DESTINO TO WS-AUDIT-CHAVE

           PERFORM 3300-CONTAR-MENSALIDADES
               THRU 3300-CONTAR-MENSALIDADES-EXIT
           DISPLAY 'MENSALIDADES EM ABERTO DO CLIENTE: '
               WS-QTD-EM-ABERTO
           IF WS-QTD-EM-ABERTO EQUAL ZERO
               MOVE 'CLIENTE SEM MENSALIDADE EM ABERTO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF

           MOVE 1 TO WS-QTD-MESES
           IF FORMA-MESES
               DISPLAY 'QUANTAS MENSALIDADES O PAGAMENTO COBRE:'
               ACCEPT WS-QTD-MESES
               IF WS-QTD-MESES < 2
                   OR WS-QTD-MESES > WS-QTD-EM-ABERTO
                   MOVE 'QUANTIDADE DE MENSALIDADES INVALIDA'
                       TO WS-AUDIT-DESCRICAO
                   GO TO 3000-RECUSAR
               END-IF
           END-IF

           COMPUTE WS-POS-PRIMEIRA = WS-QTD-PAGAS + 1
           COMPUTE WS-POS-ULTIMA = WS-QTD-PAGAS + WS-QTD-MESES
           PERFORM 3400-SOMAR-MENSALIDADES
               THRU 3400-SOMAR-MENSALIDADES-EXIT
           MOVE WS-VALOR-EM-ABERTO TO WS-VALOR-EDITADO
           DISPLAY 'VALOR DAS MENSALIDADES COBERTAS: ' WS-VALOR-EDITADO

           EVALUATE TRUE
               WHEN FORMA-UMA-MENSALIDADE OR FORMA-MESES
                   IF PND-VALOR NOT EQUAL WS-VALOR-EM-ABERTO
                       MOVE 'VALOR PAGO DIVERGE DAS MENSALIDADES'
                           TO WS-AUDIT-DESCRICAO
                       GO TO 3000-RECUSAR
                   END-IF
               WHEN FORMA-PARCIAL
                   IF PND-VALOR NOT LESS THAN WS-VALOR-EM-ABERTO
                       MOVE 'VALOR PAGO NAO E PARCIAL'
                           TO WS-AUDIT-DESCRICAO
                       GO TO 3000-RECUSAR
                   END-IF
               WHEN FORMA-EXCESSO
                   IF PND-VALOR NOT GREATER THAN WS-VALOR-EM-ABERTO
                       MOVE 'VALOR PAGO NAO EXCEDE A MENSALIDADE'
                           TO WS-AUDIT-DESCRICAO
                       GO TO 3000-RECUSAR
                   END-IF
                   COMPUTE WS-VALOR-EXCESSO =
                       PND-VALOR - WS-VALOR-EM-ABERTO
                   MOVE WS-VALOR-EXCESSO TO WS-VALOR-EDITADO
                   DISPLAY 'EXCESSO A CREDITAR: ' WS-VALOR-EDITADO
           END-EVALUATE.

       3000-CONFIRMAR.
           DISPLAY 'CONFIRMA O TRATAMENTO DA PENDENCIA ' PND-NUMERO
               ' (S/N)?'
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMADO
               DISPLAY 'TRATAMENTO CANCELADO - NADA FOI GRAVADO'
               GO TO 3000-TRATAR-PENDENCIA-EXIT
           END-IF

           PERFORM 3500-BAIXAR-PENDENCIA THRU 3500-BAIXAR-PENDENCIA-EXIT
           GO TO 3000-TRATAR-PENDENCIA-EXIT.

       3000-RECUSAR.
           DISPLAY 'TRATAMENTO RECUSADO: ' WS-AUDIT-DESCRICAO
           MOVE 'N' TO WS-AUDIT-RESULTADO
           PERFORM 7100-GRAVAR-AUDITORIA-PENDENCIA.
       3000-TRATAR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LOCALIZAR-PENDENCIA - PROCURA NO BCOSUSP O ITEM DE NUMERO
      * WS-NUMERO-PENDENCIA E O COPIA PARA WS-PENDENCIA.
      ******************************************************************
       3100-LOCALIZAR-PENDENCIA.
           MOVE 'N' TO WS-PENDENCIA-OK
           MOVE 'N' TO WS-FIM-BCOSUSP

           OPEN INPUT BCOSUSP
           IF WS-FS-BCOSUSP NOT EQUAL '00'
               GO TO 3100-LOCALIZAR-PENDENCIA-EXIT
           END-IF

           PERFORM UNTIL FIM-BCOSUSP OR PENDENCIA-ACHADA
               READ BCOSUSP
                   AT END
                       SET FIM-BCOSUSP TO TRUE
                   NOT AT END
                       IF SUS-NUMERO EQUAL WS-NUMERO-PENDENCIA
                           MOVE SUSP-REG TO WS-PENDENCIA
                           MOVE 'S' TO WS-PENDENCIA-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCOSUSP.
       3100-LOCALIZAR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 3200-OBTER-DESTINO - PEDE A CHAVE DO CLIENTE QUE RECEBE O
      * CREDITO (ZERO = A CHAVE QUE VEIO DO BANCO) E CONFERE DIGITO
      * VERIFICADOR E EXISTENCIA NO CLIEMSTR.
      ******************************************************************
       3200-OBTER-DESTINO.
           MOVE 'N' TO WS-CLIENTE-OK
           DISPLAY 'CHAVE DO CLIENTE DE DESTINO (ZERO = CHAVE '
               'RECEBIDA):'
           ACCEPT WS-CHAVE-DESTINO
           IF WS-CHAVE-DESTINO EQUAL ZERO
               MOVE PND-CHAVE-CLIENTE TO WS-CHAVE-DESTINO
           END-IF

           MOVE WS-CHAVE-DESTINO TO WS-CHAVE-VERIFICAR
           PERFORM 8100-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               DISPLAY 'DIGITO VERIFICADOR DA CHAVE INVALIDO: '
                   WS-CHAVE-DESTINO
               GO TO 3200-OBTER-DESTINO-EXIT
           END-IF

           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'CADASTRO DE CLIENTES (CLIEMSTR) INDISPONIVEL'
               GO TO 3200-OBTER-DESTINO-EXIT
           END-IF

           MOVE WS-CHAVE-DESTINO TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   DISPLAY 'CLIENTE INEXISTENTE NO CLIEMSTR: '
                       WS-CHAVE-DESTINO
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-OK
                   DISPLAY 'CLIENTE: ' CLI-NOME
           END-READ
           CLOSE CLIEMSTR.
       3200-OBTER-DESTINO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CONTAR-MENSALIDADES - CONTA OS TITULOS DE MENSALIDADE
      * EM ABERTO DO CLIENTE DE DESTINO NO TITABER (O QUE OS
      * PAGAMENTOS JA APLICADOS QUITARAM JA ESTA NELES) E OS
      * PAGAMENTOS INTEGRAIS AINDA A APLICAR (RAZLOTE, SO OS LOTES
      * QUE NAO CONSTAM DO RAZLTAPL - VER 3310).  CADA PAGAMENTO
      * INTEGRAL LIQUIDA UMA MENSALIDADE, NA ORDEM, COMO NO RETBANCO.
      ******************************************************************
       3300-CONTAR-MENSALIDADES.
           MOVE ZERO TO WS-QTD-MENSALIDADES
           MOVE ZERO TO WS-QTD-PAGAS
           MOVE ZERO TO WS-QTD-EM-ABERTO
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 3300-CONTAR-MENSALIDADES-EXIT
           END-IF

           MOVE WS-CHAVE-DESTINO TO TIT-CHAVE-CLIENTE
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
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CHAVE-DESTINO
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               AND TIT-HISTORICO (1:11)
                                   EQUAL WS-HIST-MENSALIDADE
                               ADD 1 TO WS-QTD-MENSALIDADES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER

           MOVE 'N' TO WS-RAZLTAPL-ABERTO
           OPEN INPUT RAZLTAPL
           IF WS-FS-RAZLTAPL EQUAL '00'
               MOVE 'S' TO WS-RAZLTAPL-ABERTO
           END-IF

           MOVE 'N' TO WS-LOTE-LIDO-PENDENTE
           MOVE 'N' TO WS-FIM-RAZLOTE
           OPEN INPUT RAZLOTE
           IF WS-FS-RAZLOTE EQUAL '00'
               PERFORM UNTIL FIM-RAZLOTE
                   READ RAZLOTE
                       AT END
                           SET FIM-RAZLOTE TO TRUE
                       NOT AT END
                           PERFORM 3310-CONTAR-PAGAMENTO-LOTE
                   END-READ
               END-PERFORM
               CLOSE RAZLOTE
           END-IF
           IF RAZLTAPL-ABERTO
               CLOSE RAZLTAPL
           END-IF

           IF WS-QTD-MENSALIDADES > WS-QTD-PAGAS
               COMPUTE WS-QTD-EM-ABERTO =
                   WS-QTD-MENSALIDADES - WS-QTD-PAGAS
           END-IF.
       3300-CONTAR-MENSALIDADES-EXIT.
           EXIT.

      ******************************************************************
      * 3310-CONTAR-PAGAMENTO-LOTE - TRATA UM REGISTRO DO RAZLOTE: O
      * CABECALHO DIZ SE O LOTE AINDA ESTA PENDENTE (NAO CONSTA DO
      * RAZLTAPL - O QUE JA FOI APLICADO JA ESTA NO TITABER), O RODAPE
      * O ENCERRA, E O PAGAMENTO DE MENSALIDADE DO CLIENTE DE DESTINO
      * SO CONTA DENTRO DE LOTE PENDENTE.  LINHA FORA DE LOTE O RAZAO
      * RECUSA, ENTAO TAMBEM NAO CONTA.
      ******************************************************************
       3310-CONTAR-PAGAMENTO-LOTE.
           EVALUATE TRUE
               WHEN LANC-CABECALHO
                   MOVE 'S' TO WS-LOTE-LIDO-PENDENTE
                   IF RAZLTAPL-ABERTO
                       MOVE LANC-CAB-LOTE TO APL-LOTE
                       READ RAZLTAPL KEY IS APL-LOTE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-LOTE-LIDO-PENDENTE
                       END-READ
                   END-IF
               WHEN LANC-RODAPE
                   MOVE 'N' TO WS-LOTE-LIDO-PENDENTE
               WHEN LOTE-LIDO-PENDENTE
                   AND LANC-CHAVE-CLIENTE EQUAL WS-CHAVE-DESTINO
                   AND LANC-CREDITO
                   AND LANC-HISTORICO EQUAL WS-HIST-PAGAMENTO
                   ADD 1 TO WS-QTD-PAGAS
           END-EVALUATE.

      ******************************************************************
      * 3400-SOMAR-MENSALIDADES - SOMA EM WS-VALOR-EM-ABERTO O QUE
      * SEGUE EM ABERTO NOS TITULOS DE MENSALIDADE EM ABERTO DO
      * CLIENTE DE DESTINO DA POSICAO WS-POS-PRIMEIRA ATE
      * WS-POS-ULTIMA (ORDEM DA CHAVE DO TITABER).
      ******************************************************************
       3400-SOMAR-MENSALIDADES.
           MOVE ZERO TO WS-VALOR-EM-ABERTO
           MOVE ZERO TO WS-ORDEM-DEBITO
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 3400-SOMAR-MENSALIDADES-EXIT
           END-IF

           MOVE WS-CHAVE-DESTINO TO TIT-CHAVE-CLIENTE
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
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CHAVE-DESTINO
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               AND TIT-HISTORICO (1:11)
                                   EQUAL WS-HIST-MENSALIDADE
                               ADD 1 TO WS-ORDEM-DEBITO
                               IF WS-ORDEM-DEBITO >= WS-POS-PRIMEIRA
                                   AND WS-ORDEM-DEBITO <= WS-POS-ULTIMA
                                   COMPUTE WS-VALOR-EM-ABERTO =
                                       WS-VALOR-EM-ABERTO
                                       + TIT-VALOR-ORIGINAL
                                       - TIT-VALOR-QUITADO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       3400-SOMAR-MENSALIDADES-EXIT.
           EXIT.

      ******************************************************************
      * 3500-BAIXAR-PENDENCIA - COPIA A FILA PARA O BCOSUSPT COM O ITEM
      * MARCADO COMO RESOLVIDO OU DEVOLVIDO E CONFERE A COPIA.  SO COM
      * A COPIA CONFERIDA GRAVA OS CREDITOS NO RAZLOTE E REGRAVA A
      * FILA - UM ITEM NUNCA FICA PENDENTE COM CREDITO JA LANCADO.
      ******************************************************************
       3500-BAIXAR-PENDENCIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QTD-SUS-COPIADOS
           MOVE 'N' TO WS-FIM-BCOSUSP

           OPEN INPUT BCOSUSP
           IF WS-FS-BCOSUSP NOT EQUAL '00'
               MOVE 'FILA DE PENDENCIAS INDISPONIVEL'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3500-FALHA
           END-IF

           OPEN OUTPUT BCOSUSPT
           PERFORM UNTIL FIM-BCOSUSP
               READ BCOSUSP
                   AT END
                       SET FIM-BCOSUSP TO TRUE
                   NOT AT END
                       IF SUS-NUMERO EQUAL PND-NUMERO
                           PERFORM 3510-MARCAR-PENDENCIA
                       END-IF
                       MOVE SUSP-REG TO SUSPT-REG
                       WRITE SUSPT-REG
                       ADD 1 TO WS-QTD-SUS-COPIADOS
               END-READ
           END-PERFORM
           CLOSE BCOSUSP
           CLOSE BCOSUSPT

           PERFORM 3560-CONFERIR-COPIA-SUS
               THRU 3560-CONFERIR-COPIA-SUS-EXIT
           IF NOT COPIA-SUS-OK
               MOVE 'COPIA DA FILA NAO CONFERE - NADA GRAVADO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3500-FALHA
           END-IF

           IF NOT FORMA-DEVOLUCAO
               PERFORM 3600-GRAVAR-CREDITOS
                   THRU 3600-GRAVAR-CREDITOS-EXIT
               PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT
           END-IF
           PERFORM 3570-REGRAVAR-BCOSUSP

           MOVE SPACES TO WS-AUDIT-DESCRICAO
           EVALUATE TRUE
               WHEN FORMA-UMA-MENSALIDADE
                   STRING 'PENDENCIA ' PND-NUMERO
                       ' LANCADA EM 1 MENSAL.'
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO
               WHEN FORMA-MESES
                   STRING 'PENDENCIA ' PND-NUMERO
                       ' LANCADA EM ' WS-QTD-MESES ' MENSAL.'
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO
               WHEN FORMA-PARCIAL
                   STRING 'PENDENCIA ' PND-NUMERO
                       ' LANCADA COMO PARCIAL'
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO
               WHEN FORMA-EXCESSO
                   STRING 'PENDENCIA ' PND-NUMERO
                       ' LANCADA COM EXCESSO'
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO
               WHEN FORMA-DEVOLUCAO
                   STRING 'PENDENCIA ' PND-NUMERO
                       ' DEVOLVIDA AO PAGADOR'
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO
           END-EVALUATE
           DISPLAY WS-AUDIT-DESCRICAO
           MOVE 'S' TO WS-AUDIT-RESULTADO
           PERFORM 7100-GRAVAR-AUDITORIA-PENDENCIA
           GO TO 3500-BAIXAR-PENDENCIA-EXIT.

       3500-FALHA.
           DISPLAY 'FALHA NO TRATAMENTO: ' WS-AUDIT-DESCRICAO
           MOVE 'N' TO WS-AUDIT-RESULTADO
           PERFORM 7100-GRAVAR-AUDITORIA-PENDENCIA.
       3500-BAIXAR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 3510-MARCAR-PENDENCIA - GRAVA NA AREA DO SUSP-REG O RESULTADO
      * DO TRATAMENTO DO ITEM CORRENTE.
      ******************************************************************
       3510-MARCAR-PENDENCIA.
           IF FORMA-DEVOLUCAO
               MOVE 'D' TO SUS-STATUS
               MOVE ZERO TO SUS-CHAVE-DESTINO
           ELSE
               MOVE 'R' TO SUS-STATUS
               MOVE WS-CHAVE-DESTINO TO SUS-CHAVE-DESTINO
           END-IF
           MOVE WS-FORMA        TO SUS-FORMA-RESOLUCAO
           MOVE WS-DATA-SISTEMA TO SUS-DATA-RESOLUCAO
           MOVE WS-OPERADOR-ID  TO SUS-OPERADOR.

      ******************************************************************
      * 3560-CONFERIR-COPIA-SUS - RELE O BCOSUSPT RECEM-GRAVADO E
      * CONFERE A CONTAGEM CONTRA O QUE FOI COPIADO.
      ******************************************************************
       3560-CONFERIR-COPIA-SUS.
           MOVE 'N' TO WS-COPIA-SUS-OK
           MOVE ZERO TO WS-QTD-SUS-CONFERIDOS
           MOVE 'N' TO WS-FIM-BCOSUSPT

           OPEN INPUT BCOSUSPT
           IF WS-FS-BCOSUSPT NOT EQUAL '00'
               GO TO 3560-CONFERIR-COPIA-SUS-EXIT
           END-IF

           PERFORM UNTIL FIM-BCOSUSPT
               READ BCOSUSPT
                   AT END
                       SET FIM-BCOSUSPT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-SUS-CONFERIDOS
               END-READ
           END-PERFORM
           CLOSE BCOSUSPT

           IF WS-QTD-SUS-CONFERIDOS EQUAL WS-QTD-SUS-COPIADOS
               MOVE 'S' TO WS-COPIA-SUS-OK
           END-IF.
       3560-CONFERIR-COPIA-SUS-EXIT.
           EXIT.

      ******************************************************************
      * 3570-REGRAVAR-BCOSUSP - REGRAVA A FILA VIVA A PARTIR DA COPIA
      * JA CONFERIDA NO BCOSUSPT.
      ******************************************************************
       3570-REGRAVAR-BCOSUSP.
           OPEN INPUT BCOSUSPT
           OPEN OUTPUT BCOSUSP
           MOVE 'N' TO WS-FIM-BCOSUSPT
           PERFORM UNTIL FIM-BCOSUSPT
               READ BCOSUSPT
                   AT END
                       SET FIM-BCOSUSPT TO TRUE
                   NOT AT END
                       MOVE SUSPT-REG TO SUSP-REG
                       WRITE SUSP-REG
               END-READ
           END-PERFORM
           CLOSE BCOSUSPT
           CLOSE BCOSUSP.

      ******************************************************************
      * 3600-GRAVAR-CREDITOS - GRAVA NO RAZLOTE OS CREDITOS DO
      * TRATAMENTO CONFIRMADO, COM A DATA DO PAGAMENTO NO BANCO (CADA
      * TRATAMENTO E UM LOTE, FECHADO POR 3500 LOGO EM SEGUIDA):
      * A - UM PAGAMENTO DE MENSALIDADE NO VALOR PAGO;
      * M - UM PAGAMENTO DE MENSALIDADE POR MENSALIDADE COBERTA, NO
      *     VALOR EM ABERTO DE CADA UMA (PASSADA NO TITABER);
      * P - UM PAGAMENTO PARCIAL NO VALOR PAGO (NAO LIQUIDA A
      *     MENSALIDADE);
      * E - UM PAGAMENTO DE MENSALIDADE NO VALOR DA MENSALIDADE E UM
      *     PAGAMENTO A MAIOR COM O EXCESSO.
      ******************************************************************
       3600-GRAVAR-CREDITOS.
           MOVE WS-CHAVE-DESTINO   TO LANC-CHAVE-CLIENTE
           MOVE 'C'                TO LANC-TIPO
           MOVE PND-DATA-PAGAMENTO TO LANC-DATA

           EVALUATE TRUE
               WHEN FORMA-UMA-MENSALIDADE
                   MOVE PND-VALOR         TO LANC-VALOR
                   MOVE WS-HIST-PAGAMENTO TO LANC-HISTORICO
                   PERFORM 7600-GRAVAR-ITEM-LOTE
               WHEN FORMA-MESES
                   PERFORM 3610-CREDITAR-MESES
                       THRU 3610-CREDITAR-MESES-EXIT
               WHEN FORMA-PARCIAL
                   MOVE PND-VALOR         TO LANC-VALOR
                   MOVE WS-HIST-PARCIAL   TO LANC-HISTORICO
                   PERFORM 7600-GRAVAR-ITEM-LOTE
               WHEN FORMA-EXCESSO
                   MOVE WS-VALOR-EM-ABERTO TO LANC-VALOR
                   MOVE WS-HIST-PAGAMENTO  TO LANC-HISTORICO
                   PERFORM 7600-GRAVAR-ITEM-LOTE
                   MOVE WS-VALOR-EXCESSO   TO LANC-VALOR
                   MOVE WS-HIST-EXCESSO    TO LANC-HISTORICO
                   PERFORM 7600-GRAVAR-ITEM-LOTE
           END-EVALUATE.
       3600-GRAVAR-CREDITOS-EXIT.
           EXIT.

      ******************************************************************
      * 3610-CREDITAR-MESES - PERCORRE OS TITULOS DO CLIENTE DE
      * DESTINO NO TITABER E, PARA CADA MENSALIDADE EM ABERTO ENTRE
      * WS-POS-PRIMEIRA E WS-POS-ULTIMA, GRAVA UM PAGAMENTO DE
      * MENSALIDADE NO VALOR QUE SEGUE EM ABERTO NELA.  CHAVE, TIPO E
      * DATA DO LANCAMENTO JA VEM MONTADOS POR 3600.
      ******************************************************************
       3610-CREDITAR-MESES.
           MOVE ZERO TO WS-ORDEM-DEBITO
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 3610-CREDITAR-MESES-EXIT
           END-IF

           MOVE WS-CHAVE-DESTINO TO TIT-CHAVE-CLIENTE
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
                       IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CHAVE-DESTINO
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-DEBITO
                               AND TIT-EM-ABERTO
                               AND TIT-HISTORICO (1:11)
                                   EQUAL WS-HIST-MENSALIDADE
                               ADD 1 TO WS-ORDEM-DEBITO
                               IF WS-ORDEM-DEBITO >= WS-POS-PRIMEIRA
                                   AND WS-ORDEM-DEBITO <= WS-POS-ULTIMA
                                   COMPUTE LANC-VALOR =
                                       TIT-VALOR-ORIGINAL
                                       - TIT-VALOR-QUITADO
                                   MOVE WS-HIST-PAGAMENTO
                                       TO LANC-HISTORICO
                                   PERFORM 7600-GRAVAR-ITEM-LOTE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       3610-CREDITAR-MESES-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RELATORIO-ENVELHECIMENTO - GRAVA NO SUSPREL OS ITENS
      * PENDENTES HA MAIS DIAS QUE O LIMITE INFORMADO, COM A IDADE EM
      * DIAS CORRIDOS DESDE A ENTRADA NA FILA, E A LINHA DE TOTAIS.
      ******************************************************************
       4000-RELATORIO-ENVELHECIMENTO.
           DISPLAY 'LISTAR PENDENCIAS COM MAIS DE QUANTOS DIAS:'
           ACCEPT WS-DIAS-LIMITE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-HOJE

           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE ZERO TO WS-TOTAL-LISTADO
           MOVE 'N' TO WS-FIM-BCOSUSP

           OPEN INPUT BCOSUSP
           IF WS-FS-BCOSUSP NOT EQUAL '00'
               DISPLAY 'FILA DE PENDENCIAS (BCOSUSP) VAZIA'
               GO TO 4000-RELATORIO-ENVELHECIMENTO-EXIT
           END-IF

           OPEN OUTPUT SUSPREL
           PERFORM UNTIL FIM-BCOSUSP
               READ BCOSUSP
                   AT END
                       SET FIM-BCOSUSP TO TRUE
                   NOT AT END
                       IF SUS-PENDENTE
                           PERFORM 4100-AVALIAR-IDADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCOSUSP

           MOVE SPACES           TO SSR-LINHA-REG
           MOVE ZERO             TO SSR-NUMERO
           MOVE ZERO             TO SSR-DATA-ENTRADA
           MOVE WS-DIAS-LIMITE   TO SSR-DIAS
           MOVE ZERO             TO SSR-CHAVE
           MOVE WS-TOTAL-LISTADO TO SSR-VALOR
           MOVE 'TOTAL PENDENTE'  TO SSR-REFERENCIA
           STRING 'ITENS ACIMA DO LIMITE: ' WS-QTD-LISTADOS
               DELIMITED BY SIZE INTO SSR-MOTIVO
           WRITE SSR-LINHA-REG
           CLOSE SUSPREL

           MOVE WS-TOTAL-LISTADO TO WS-VALOR-EDITADO
           DISPLAY 'PENDENCIAS COM MAIS DE ' WS-DIAS-LIMITE ' DIAS: '
               WS-QTD-LISTADOS ' VALOR: ' WS-VALOR-EDITADO
           DISPLAY 'RELATORIO GRAVADO EM SUSPREL'.
       4000-RELATORIO-ENVELHECIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-AVALIAR-IDADE - CALCULA A IDADE DO ITEM PENDENTE CORRENTE
      * E, SE PASSAR DO LIMITE, GRAVA A LINHA NO SUSPREL.
      ******************************************************************
       4100-AVALIAR-IDADE.
           MOVE SUS-DATA-ENTRADA TO WS-DATA-CONVERTER
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           COMPUTE WS-IDADE-PENDENCIA =
               WS-DIAS-HOJE - WS-DIAS-CONVERTIDOS
           IF WS-IDADE-PENDENCIA > WS-DIAS-LIMITE
               MOVE SPACES            TO SSR-LINHA-REG
               MOVE SUS-NUMERO        TO SSR-NUMERO
               MOVE SUS-DATA-ENTRADA  TO SSR-DATA-ENTRADA
               MOVE WS-IDADE-PENDENCIA TO SSR-DIAS
               MOVE SUS-CHAVE-CLIENTE TO SSR-CHAVE
               MOVE SUS-VALOR         TO SSR-VALOR
               MOVE SUS-REFERENCIA    TO SSR-REFERENCIA
               MOVE SUS-MOTIVO        TO SSR-MOTIVO
               WRITE SSR-LINHA-REG
               ADD 1 TO WS-QTD-LISTADOS
               ADD SUS-VALOR TO WS-TOTAL-LISTADO
           END-IF.

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
      * 7100-GRAVAR-AUDITORIA-PENDENCIA - REGISTRA NO CLIAUDIT O
      * TRATAMENTO DE UM ITEM DA FILA (OPERACAO 'S'), COM A CHAVE DO
      * CLIENTE CREDITADO (OU A RECEBIDA, NA DEVOLUCAO).
      ******************************************************************
       7100-GRAVAR-AUDITORIA-PENDENCIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'S'                  TO AUDIT-OPERACAO
           MOVE WS-AUDIT-CHAVE       TO AUDIT-CHAVE
           MOVE WS-AUDIT-RESULTADO   TO AUDIT-RESULTADO
           MOVE WS-AUDIT-DESCRICAO   TO AUDIT-DESCRICAO
           PERFORM 7900-GRAVAR-AUDIT-REG.

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
               MOVE 'SUSPMAN'       TO LANC-CAB-PROGRAMA
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
      * NOS MESMOS MOLDES DA ROTINA DO RAZIDADE.
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
      * 8100-VERIFICAR-DIGITO-CHAVE - CONFERE O DIGITO VERIFICADOR DA
      * CHAVE EM WS-CHAVE-VERIFICAR (5 DIGITOS DE SEQUENCIA + DV,
      * VER CLIENTE.CPY).  WS-CHAVE-DV-OK INDICA O RESULTADO.
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
       END PROGRAM SUSPMAN.
