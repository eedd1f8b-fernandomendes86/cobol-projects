      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retorno do debito automatico - le o arquivo de
      *          retorno do banco (DEBRETOR) com a situacao de cada
      *          item da remessa do DEBAREM.  Debito efetivado gera
      *          no RAZLOTE o credito de pagamento de mensalidade, nos
      *          mesmos moldes da baixa do RETBANCO, e zera a contagem
      *          de recusas do mandato.  Debito recusado (saldo
      *          insuficiente, conta encerrada, autorizacao cancelada)
      *          sai no relatorio de excecoes DEBAREL e soma uma
      *          recusa no mandato do DEBAUTO: atingido o limite de
      *          recusas seguidas o mandato e suspenso; autorizacao
      *          cancelada no banco cancela o mandato de imediato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBARET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBRETOR ASSIGN TO "DEBRETOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBRETOR.

           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT DEBAUTO ASSIGN TO "DEBAUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTO.

           SELECT DEBAUTOT ASSIGN TO "DEBAUTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTOT.

           SELECT RAZLOTE ASSIGN TO "RAZLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLOTE.

           SELECT RAZLTCTL ASSIGN TO "RAZLTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCTL.

           SELECT DEBAREL ASSIGN TO "DEBAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAREL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEBRETOR
           LABEL RECORDS ARE STANDARD.
       01  DEBRET-REG.
           COPY DEBRET.

       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  DEBAUTO
           LABEL RECORDS ARE STANDARD.
       01  DEBAUTO-REG.
           COPY DEBAUT.

       FD  DEBAUTOT
           LABEL RECORDS ARE STANDARD.
       01  DEBAUTOT-REG.
           COPY DEBAUT REPLACING LEADING ==DBA-== BY ==DBAT-==.

       FD  RAZLOTE
           LABEL RECORDS ARE STANDARD.
       01  LANC-REG.
           COPY LANCTO.

       FD  RAZLTCTL
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY LOTECTL.

       FD  DEBAREL
           LABEL RECORDS ARE STANDARD.
       01  DRL-LINHA-REG.
           COPY DEBAREL.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-DEBRETOR    PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-DEBAUTO     PIC X(02).
           03 WS-FS-DEBAUTOT    PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-DEBAREL     PIC X(02).

       77 WS-FIM-DEBRETOR       PIC X(01) VALUE 'N'.
           88 FIM-DEBRETOR      VALUE 'S'.
       77 WS-FIM-DEBAUTO        PIC X(01) VALUE 'N'.
           88 FIM-DEBAUTO       VALUE 'S'.
       77 WS-FIM-DEBAUTOT       PIC X(01) VALUE 'N'.
           88 FIM-DEBAUTOT      VALUE 'S'.

       77 WS-CLIENTE-OK         PIC X(01).
           88 CLIENTE-VALIDO    VALUE 'S'.
       77 WS-MANDATO-OK         PIC X(01).
           88 MANDATO-ACHADO    VALUE 'S'.
       77 WS-MANDATO-RECUSAS    PIC 9(02) VALUE ZERO.

      * LIMITE DE RECUSAS SEGUIDAS ANTES DE SUSPENDER O MANDATO.
       77 WS-MAX-RECUSAS        PIC 9(02) VALUE 3.

      * ACAO APLICADA AO MANDATO DO CLIENTE CORRENTE PELO CICLO
      * COPIA/CONFERE/REGRAVA DE 2300: 'Z' ZERA AS RECUSAS, 'R' SOMA
      * UMA RECUSA (SUSPENDENDO NO LIMITE), 'C' CANCELA.
       77 WS-ACAO-MANDATO       PIC X(01).
           88 ACAO-ZERAR        VALUE 'Z'.
           88 ACAO-RECUSAR      VALUE 'R'.
           88 ACAO-CANCELAR     VALUE 'C'.
       77 WS-NOVO-STATUS        PIC X(01).
       77 WS-QTD-DBA-COPIADOS   PIC 9(06) VALUE ZERO.
       77 WS-QTD-DBA-CONFERIDOS PIC 9(06) VALUE ZERO.
       77 WS-COPIA-DBA-OK       PIC X(01).
           88 COPIA-DBA-OK      VALUE 'S'.

      * MESMO HISTORICO DO CREDITO GERADO PELO RETBANCO - E POR ELE
      * QUE AS BAIXAS SEGUINTES CONTAM A MENSALIDADE COMO PAGA.
       77 WS-HIST-PAGAMENTO     PIC X(30)
           VALUE 'PAGAMENTO MENSALIDADE'.

       77 WS-DATA-SISTEMA       PIC 9(08).

      * MOTIVO DA LINHA DE EXCECAO, CARREGADO POR QUEM CHAMA 2400.
       77 WS-MOTIVO-EXCECAO     PIC X(40).

      * CONFERENCIA DO DIGITO VERIFICADOR DA CHAVE DE CLIENTE (VER
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

       77 WS-QTD-ITENS          PIC 9(05) VALUE ZERO.
       77 WS-QTD-BAIXAS         PIC 9(05) VALUE ZERO.
       77 WS-QTD-RECUSAS        PIC 9(05) VALUE ZERO.
       77 WS-QTD-SUSPENSOS      PIC 9(05) VALUE ZERO.
       77 WS-QTD-CANCELADOS     PIC 9(05) VALUE ZERO.
       77 WS-TOTAL-BAIXADO      PIC S9(9)V9(2) VALUE ZERO.

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
           PERFORM 2000-PROCESSAR-RETORNO
               THRU 2000-PROCESSAR-RETORNO-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - ABERTURA DO RELATORIO DE EXCECOES E ZERA OS
      * CONTADORES DA RODADA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'RETORNO DO DEBITO AUTOMATICO (BANCO)'
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ZERO TO WS-QTD-ITENS
           MOVE ZERO TO WS-QTD-BAIXAS
           MOVE ZERO TO WS-QTD-RECUSAS
           MOVE ZERO TO WS-QTD-SUSPENSOS
           MOVE ZERO TO WS-QTD-CANCELADOS
           MOVE ZERO TO WS-TOTAL-BAIXADO
           OPEN OUTPUT DEBAREL.

      ******************************************************************
      * 2000-PROCESSAR-RETORNO - LE O ARQUIVO DEBRETOR DO INICIO AO FIM
      * E TRATA CADA ITEM DEVOLVIDO.  FECHA COM A LINHA DE TOTAIS NO
      * RELATORIO E O RESUMO NA TELA.  SEM O DEBRETOR O RELATORIO SAI
      * SO COM A LINHA DE TOTAIS ZERADA.
      ******************************************************************
       2000-PROCESSAR-RETORNO.
           OPEN INPUT DEBRETOR
           IF WS-FS-DEBRETOR NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE RETORNO DO DEBITO AUTOMATICO '
                   '(DEBRETOR) NAO ENCONTRADO'
               PERFORM 2500-GRAVAR-TOTAIS
               GO TO 2000-PROCESSAR-RETORNO-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-DEBRETOR
           PERFORM UNTIL FIM-DEBRETOR
               READ DEBRETOR
                   AT END
                       SET FIM-DEBRETOR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-ITENS
                       PERFORM 2100-PROCESSAR-ITEM
                           THRU 2100-PROCESSAR-ITEM-EXIT
               END-READ
           END-PERFORM
           CLOSE DEBRETOR

           PERFORM 2500-GRAVAR-TOTAIS

           DISPLAY 'ITENS DO RETORNO: ' WS-QTD-ITENS
           DISPLAY 'CREDITOS GERADOS NO RAZLOTE: ' WS-QTD-BAIXAS
               ' VALOR: ' WS-TOTAL-BAIXADO
           DISPLAY 'DEBITOS RECUSADOS (DEBAREL): ' WS-QTD-RECUSAS
           DISPLAY 'MANDATOS SUSPENSOS: ' WS-QTD-SUSPENSOS
               ' CANCELADOS: ' WS-QTD-CANCELADOS.
       2000-PROCESSAR-RETORNO-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROCESSAR-ITEM - VALIDA O CLIENTE DO ITEM CORRENTE E,
      * CONFORME A SITUACAO DEVOLVIDA PELO BANCO, GERA O CREDITO NO
      * RAZLOTE OU REGISTRA A RECUSA NO RELATORIO E NO MANDATO.
      ******************************************************************
       2100-PROCESSAR-ITEM.
           MOVE DRT-CHAVE-CLIENTE TO WS-CHAVE-VERIFICAR
           PERFORM 8100-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               MOVE 'DIGITO VERIFICADOR DA CHAVE INVALIDO'
                   TO WS-MOTIVO-EXCECAO
               PERFORM 2400-GRAVAR-EXCECAO
               GO TO 2100-PROCESSAR-ITEM-EXIT
           END-IF

           PERFORM 2110-VALIDAR-CLIENTE THRU 2110-VALIDAR-CLIENTE-EXIT
           IF NOT CLIENTE-VALIDO
               MOVE 'CLIENTE INEXISTENTE NO CLIEMSTR'
                   TO WS-MOTIVO-EXCECAO
               PERFORM 2400-GRAVAR-EXCECAO
               GO TO 2100-PROCESSAR-ITEM-EXIT
           END-IF

           PERFORM 2120-LOCALIZAR-MANDATO
               THRU 2120-LOCALIZAR-MANDATO-EXIT

           IF DRT-EFETIVADO
               PERFORM 2200-GRAVAR-CREDITO
               ADD 1 TO WS-QTD-BAIXAS
               ADD DRT-VALOR TO WS-TOTAL-BAIXADO
               IF MANDATO-ACHADO AND WS-MANDATO-RECUSAS > ZERO
                   MOVE 'Z' TO WS-ACAO-MANDATO
                   PERFORM 2300-ATUALIZAR-MANDATO
                       THRU 2300-ATUALIZAR-MANDATO-EXIT
               END-IF
               GO TO 2100-PROCESSAR-ITEM-EXIT
           END-IF

           EVALUATE TRUE
               WHEN DRT-SEM-SALDO
                   MOVE 'DEBITO RECUSADO - SALDO INSUFICIENTE'
                       TO WS-MOTIVO-EXCECAO
               WHEN DRT-CONTA-ENCERRADA
                   MOVE 'DEBITO RECUSADO - CONTA ENCERRADA'
                       TO WS-MOTIVO-EXCECAO
               WHEN DRT-MANDATO-CANCELADO
                   MOVE 'DEBITO RECUSADO - AUTORIZACAO CANCELADA'
                       TO WS-MOTIVO-EXCECAO
               WHEN OTHER
                   MOVE 'DEBITO RECUSADO - SITUACAO DESCONHECIDA'
                       TO WS-MOTIVO-EXCECAO
           END-EVALUATE
           PERFORM 2400-GRAVAR-EXCECAO
           ADD 1 TO WS-QTD-RECUSAS

           IF NOT MANDATO-ACHADO
               GO TO 2100-PROCESSAR-ITEM-EXIT
           END-IF
           IF DRT-MANDATO-CANCELADO
               MOVE 'C' TO WS-ACAO-MANDATO
           ELSE
               MOVE 'R' TO WS-ACAO-MANDATO
           END-IF
           PERFORM 2300-ATUALIZAR-MANDATO
               THRU 2300-ATUALIZAR-MANDATO-EXIT.
       2100-PROCESSAR-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 2110-VALIDAR-CLIENTE - CONFERE SE DRT-CHAVE-CLIENTE EXISTE NO
      * CLIEMSTR, NOS MESMOS MOLDES DE 2110-VALIDAR-CLIENTE DO RETBANCO.
      ******************************************************************
       2110-VALIDAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK
           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               GO TO 2110-VALIDAR-CLIENTE-EXIT
           END-IF

           MOVE DRT-CHAVE-CLIENTE TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-OK
           END-READ
           CLOSE CLIEMSTR.
       2110-VALIDAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2120-LOCALIZAR-MANDATO - VARRE O DEBAUTO ATRAS DO MANDATO NAO
      * CANCELADO DO CLIENTE DO ITEM CORRENTE E GUARDA A CONTAGEM DE
      * RECUSAS QUE ELE JA TRAZ.
      ******************************************************************
       2120-LOCALIZAR-MANDATO.
           MOVE 'N' TO WS-MANDATO-OK
           MOVE ZERO TO WS-MANDATO-RECUSAS
           MOVE 'N' TO WS-FIM-DEBAUTO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               GO TO 2120-LOCALIZAR-MANDATO-EXIT
           END-IF

           PERFORM UNTIL FIM-DEBAUTO OR MANDATO-ACHADO
               READ DEBAUTO
                   AT END
                       SET FIM-DEBAUTO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL DRT-CHAVE-CLIENTE
                           AND NOT DBA-CANCELADO
                           MOVE 'S' TO WS-MANDATO-OK
                           MOVE DBA-QTD-RECUSAS TO WS-MANDATO-RECUSAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBAUTO.
       2120-LOCALIZAR-MANDATO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-GRAVAR-CREDITO - GRAVA NO RAZLOTE O CREDITO DO DEBITO
      * EFETIVADO, COM O MESMO HISTORICO DO PAGAMENTO DE MENSALIDADE
      * GERADO PELO RETBANCO, PARA O RAZAO APLICAR NA PROXIMA RODADA.
      ******************************************************************
       2200-GRAVAR-CREDITO.
           MOVE DRT-CHAVE-CLIENTE  TO LANC-CHAVE-CLIENTE
           MOVE 'C'                TO LANC-TIPO
           MOVE DRT-VALOR          TO LANC-VALOR
           MOVE DRT-DATA-DEBITO    TO LANC-DATA
           MOVE WS-HIST-PAGAMENTO  TO LANC-HISTORICO

           PERFORM 7600-GRAVAR-ITEM-LOTE.

      ******************************************************************
      * 2300-ATUALIZAR-MANDATO - APLICA WS-ACAO-MANDATO AO MANDATO NAO
      * CANCELADO DO CLIENTE DO ITEM CORRENTE PELO CICLO COPIA/
      * CONFERE/REGRAVA DOS CONTATOS DO CONDICOES: DEBAUTO -> DEBAUTOT
      * COM O REGISTRO ALTERADO, CONFERE A COPIA E SO ENTAO REGRAVA O
      * DEBAUTO.  MANDATO SUSPENSO OU CANCELADO AQUI SAI TAMBEM COMO
      * LINHA NO RELATORIO DE EXCECOES.
      ******************************************************************
       2300-ATUALIZAR-MANDATO.
           MOVE SPACE TO WS-NOVO-STATUS
           MOVE ZERO TO WS-QTD-DBA-COPIADOS
           MOVE 'N' TO WS-FIM-DEBAUTO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               GO TO 2300-ATUALIZAR-MANDATO-EXIT
           END-IF

           OPEN OUTPUT DEBAUTOT
           PERFORM UNTIL FIM-DEBAUTO
               READ DEBAUTO
                   AT END
                       SET FIM-DEBAUTO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL DRT-CHAVE-CLIENTE
                           AND NOT DBA-CANCELADO
                           PERFORM 2310-APLICAR-ACAO-MANDATO
                       END-IF
                       MOVE DEBAUTO-REG TO DEBAUTOT-REG
                       WRITE DEBAUTOT-REG
                       ADD 1 TO WS-QTD-DBA-COPIADOS
               END-READ
           END-PERFORM
           CLOSE DEBAUTO
           CLOSE DEBAUTOT

           PERFORM 2360-CONFERIR-COPIA-DBA
               THRU 2360-CONFERIR-COPIA-DBA-EXIT
           IF NOT COPIA-DBA-OK
               DISPLAY 'COPIA DOS MANDATOS NAO CONFERE - DEBAUTO '
                   'PRESERVADO. CLIENTE: ' DRT-CHAVE-CLIENTE
               GO TO 2300-ATUALIZAR-MANDATO-EXIT
           END-IF

           PERFORM 2370-REGRAVAR-DEBAUTO

           IF WS-NOVO-STATUS EQUAL 'S'
               ADD 1 TO WS-QTD-SUSPENSOS
               MOVE 'MANDATO SUSPENSO POR RECUSAS SEGUIDAS'
                   TO WS-MOTIVO-EXCECAO
               PERFORM 2400-GRAVAR-EXCECAO
           END-IF
           IF WS-NOVO-STATUS EQUAL 'C'
               ADD 1 TO WS-QTD-CANCELADOS
               MOVE 'MANDATO CANCELADO PELO BANCO'
                   TO WS-MOTIVO-EXCECAO
               PERFORM 2400-GRAVAR-EXCECAO
           END-IF.
       2300-ATUALIZAR-MANDATO-EXIT.
           EXIT.

      ******************************************************************
      * 2310-APLICAR-ACAO-MANDATO - ALTERA NA AREA DO DEBAUTO-REG O
      * MANDATO DO CLIENTE CORRENTE CONFORME WS-ACAO-MANDATO.
      ******************************************************************
       2310-APLICAR-ACAO-MANDATO.
           EVALUATE TRUE
               WHEN ACAO-ZERAR
                   MOVE ZERO TO DBA-QTD-RECUSAS
               WHEN ACAO-RECUSAR
                   IF DBA-QTD-RECUSAS < 99
                       ADD 1 TO DBA-QTD-RECUSAS
                   END-IF
                   IF DBA-ATIVO
                       AND DBA-QTD-RECUSAS >= WS-MAX-RECUSAS
                       MOVE 'S' TO DBA-STATUS
                       MOVE WS-DATA-SISTEMA TO DBA-DATA-STATUS
                       MOVE 'S' TO WS-NOVO-STATUS
                   END-IF
               WHEN ACAO-CANCELAR
                   IF DBA-QTD-RECUSAS < 99
                       ADD 1 TO DBA-QTD-RECUSAS
                   END-IF
                   MOVE 'C' TO DBA-STATUS
                   MOVE WS-DATA-SISTEMA TO DBA-DATA-STATUS
                   MOVE 'C' TO WS-NOVO-STATUS
           END-EVALUATE.

      ******************************************************************
      * 2360-CONFERIR-COPIA-DBA - RELE O DEBAUTOT RECEM-GRAVADO E
      * CONFERE A CONTAGEM CONTRA O QUE FOI COPIADO.
      ******************************************************************
       2360-CONFERIR-COPIA-DBA.
           MOVE 'N' TO WS-COPIA-DBA-OK
           MOVE ZERO TO WS-QTD-DBA-CONFERIDOS
           MOVE 'N' TO WS-FIM-DEBAUTOT

           OPEN INPUT DEBAUTOT
           IF WS-FS-DEBAUTOT NOT EQUAL '00'
               GO TO 2360-CONFERIR-COPIA-DBA-EXIT
           END-IF

           PERFORM UNTIL FIM-DEBAUTOT
               READ DEBAUTOT
                   AT END
                       SET FIM-DEBAUTOT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-DBA-CONFERIDOS
               END-READ
           END-PERFORM
           CLOSE DEBAUTOT

           IF WS-QTD-DBA-CONFERIDOS EQUAL WS-QTD-DBA-COPIADOS
               MOVE 'S' TO WS-COPIA-DBA-OK
           END-IF.
       2360-CONFERIR-COPIA-DBA-EXIT.
           EXIT.

      ******************************************************************
      * 2370-REGRAVAR-DEBAUTO - REGRAVA O DEBAUTO VIVO A PARTIR DA
      * COPIA JA CONFERIDA NO DEBAUTOT.
      ******************************************************************
       2370-REGRAVAR-DEBAUTO.
           OPEN INPUT DEBAUTOT
           OPEN OUTPUT DEBAUTO
           MOVE 'N' TO WS-FIM-DEBAUTOT
           PERFORM UNTIL FIM-DEBAUTOT
               READ DEBAUTOT
                   AT END
                       SET FIM-DEBAUTOT TO TRUE
                   NOT AT END
                       MOVE DEBAUTOT-REG TO DEBAUTO-REG
                       WRITE DEBAUTO-REG
               END-READ
           END-PERFORM
           CLOSE DEBAUTOT
           CLOSE DEBAUTO.

      ******************************************************************
      * 2400-GRAVAR-EXCECAO - GRAVA NO DEBAREL O ITEM CORRENTE COM O
      * MOTIVO JA CARREGADO EM WS-MOTIVO-EXCECAO POR QUEM CHAMA.
      ******************************************************************
       2400-GRAVAR-EXCECAO.
           MOVE SPACES             TO DRL-LINHA-REG
           MOVE WS-MOTIVO-EXCECAO  TO DRL-MOTIVO
           MOVE DRT-CHAVE-CLIENTE  TO DRL-CHAVE
           MOVE DRT-DATA-DEBITO    TO DRL-DATA
           MOVE DRT-VALOR          TO DRL-VALOR
           MOVE DRT-SITUACAO       TO DRL-SITUACAO
           MOVE DRT-REFERENCIA     TO DRL-REFERENCIA
           WRITE DRL-LINHA-REG
           DISPLAY 'EXCECAO - CLIENTE: ' DRT-CHAVE-CLIENTE
               ' - ' DRL-MOTIVO.

      ******************************************************************
      * 2500-GRAVAR-TOTAIS - GRAVA A LINHA DE TOTAIS DA RODADA NO
      * RELATORIO DE EXCECOES (CHAVE ZERO).
      ******************************************************************
       2500-GRAVAR-TOTAIS.
           MOVE SPACES           TO DRL-LINHA-REG
           MOVE ZERO             TO DRL-CHAVE
           MOVE ZERO             TO DRL-DATA
           MOVE WS-TOTAL-BAIXADO TO DRL-VALOR
           MOVE 'TOTAL DA RODADA' TO DRL-REFERENCIA
           STRING 'BAIXADOS: ' WS-QTD-BAIXAS
               ' RECUSADOS: ' WS-QTD-RECUSAS
               DELIMITED BY SIZE INTO DRL-MOTIVO
           WRITE DRL-LINHA-REG
           CLOSE DEBAREL.

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
               MOVE 'DEBARET'       TO LANC-CAB-PROGRAMA
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
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA: FECHA (RODAPE) O
      * LOTE DO RAZLOTE QUE A RODADA TENHA ABERTO.
      ******************************************************************
       9000-FINALIZAR.
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.
       END PROGRAM DEBARET.
