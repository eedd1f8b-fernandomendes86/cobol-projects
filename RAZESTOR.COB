      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estorno controlado de movimento do razao - o operador
      *          escolhe no RAZMOVS o movimento a estornar (cliente,
      *          data e sequencia de movimento) e o programa gera o
      *          lancamento oposto exato (D vira C, C vira D, mesmo
      *          valor), com historico que aponta o original (layout
      *          ESTORNO.CPY).  Movimento ja estornado (no RAZMOVS, no
      *          RAZLOTE ou no RAZPEND), movimento que e ele proprio
      *          um estorno e baixa de perdas (tipo 'B') sao recusados.
      *          Estorno de movimento de periodo ja fechado (RAZHIST)
      *          ou de valor acima da alcada (RAZALCADA) vai direto
      *          para o RAZPEND como pendente - so e aplicado depois
      *          da aprovacao de um supervisor pelo RAZAPROV; os
      *          demais vao para o RAZLOTE.  Exige login de operador
      *          de manutencao ou supervisor (OPERMSTR) e todo
      *          estorno, feito ou recusado, e auditado no CLIAUDIT
      *          (operacao 'R').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZESTOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAZMOVS ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

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

           SELECT RAZLTRCS ASSIGN TO "RAZLTRCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTRCS.

           SELECT RAZPEND ASSIGN TO "RAZPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZPEND.

           SELECT RAZHIST ASSIGN TO "RAZHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZHIST.

           SELECT RAZALCADA ASSIGN TO "RAZALCADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZALCADA.

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
       FD  RAZMOVS
           LABEL RECORDS ARE STANDARD.
       01  MOV-REG.
           COPY RAZMOV.

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

      * LOTES RECUSADOS NA ULTIMA APLICACAO DO RAZAO (LAYOUT DE
      * WS-CONFERENCIA-LOTE DO RAZAO) - SO O NUMERO INTERESSA AQUI.
       FD  RAZLTRCS
           LABEL RECORDS ARE STANDARD.
       01  RCS-REG.
           03 RCS-LOTE              PIC 9(06).
           03 FILLER                PIC X(50).

       FD  RAZPEND
           LABEL RECORDS ARE STANDARD.
       01  PEN-REG.
           COPY RAZPEND.

       FD  RAZHIST
           LABEL RECORDS ARE STANDARD.
       01  RZH-REG.
           COPY RAZHST.

       FD  RAZALCADA
           LABEL RECORDS ARE STANDARD.
       01  ALCADA-REG.
           COPY ALCADA.

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
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-RAZLOTE     PIC X(02).
           03 WS-FS-RAZLTCTL    PIC X(02).
           03 WS-FS-RAZLTAPL    PIC X(02).
           03 WS-FS-RAZLTRCS    PIC X(02).
           03 WS-FS-RAZPEND     PIC X(02).
           03 WS-FS-RAZHIST     PIC X(02).
           03 WS-FS-RAZALCADA   PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).

       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-RAZLOTE        PIC X(01) VALUE 'N'.
           88 FIM-RAZLOTE       VALUE 'S'.
       77 WS-FIM-RAZLTRCS       PIC X(01) VALUE 'N'.
           88 FIM-RAZLTRCS      VALUE 'S'.
       77 WS-FIM-RAZPEND        PIC X(01) VALUE 'N'.
           88 FIM-RAZPEND       VALUE 'S'.
       77 WS-FIM-RAZHIST        PIC X(01) VALUE 'N'.
           88 FIM-RAZHIST       VALUE 'S'.

       77 WS-OPCAO              PIC 9(01) VALUE ZERO.
       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.

      * MOVIMENTO A ESTORNAR, INFORMADO PELO OPERADOR E COPIADO DO
      * RAZMOVS NA LOCALIZACAO.
       77 WS-CHAVE-BUSCA        PIC 9(06) VALUE ZERO.
       77 WS-DATA-BUSCA         PIC 9(08) VALUE ZERO.
       77 WS-SEQ-BUSCA          PIC 9(06) VALUE ZERO.
       01  WS-MOV-ORIGINAL.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==ORI-==.
       01  WS-PERIODO-ORIGINAL  PIC 9(06).

       77 WS-MOVIMENTO-OK       PIC X(01).
           88 MOVIMENTO-ACHADO  VALUE 'S'.
       77 WS-ESTORNADO-OK       PIC X(01).
           88 JA-ESTORNADO      VALUE 'S'.
       77 WS-ONDE-ESTORNADO     PIC X(08).

      * O RAZLOTE GUARDA TAMBEM OS LOTES JA APLICADOS (O QUE ENTROU
      * ESTA NO RAZMOVS) E OS RECUSADOS PELO RAZAO - SO CONTA O ESTORNO
      * DE LOTE QUE NAO CONSTA DO RAZLTAPL NEM DO RAZLTRCS.
       77 WS-RAZLTAPL-ABERTO    PIC X(01) VALUE 'N'.
           88 RAZLTAPL-ABERTO   VALUE 'S'.
       77 WS-LOTE-LIDO-PENDENTE PIC X(01) VALUE 'N'.
           88 LOTE-LIDO-PENDENTE VALUE 'S'.

      * HISTORICO DO ESTORNO - APONTA O ORIGINAL (VER ESTORNO.CPY).
       01  WS-HIST-ESTORNO.
           COPY ESTORNO.
       01  WS-HIST-ORIGINAL.
           COPY ESTORNO REPLACING LEADING ==EST-== BY ==ESO-==.

       77 WS-TIPO-ESTORNO       PIC X(01).

      * APROVACAO DE SUPERVISOR: PERIODO DO ORIGINAL JA FECHADO NO
      * RAZHIST OU VALOR ACIMA DA ALCADA DO RAZALCADA.
       77 WS-PERIODO-FECHADO    PIC X(01).
           88 PERIODO-FECHADO   VALUE 'S'.
       77 WS-ACIMA-ALCADA       PIC X(01).
           88 ACIMA-ALCADA      VALUE 'S'.
       77 WS-ALCADA-ATIVA       PIC X(01) VALUE 'N'.
           88 ALCADA-ATIVA      VALUE 'S'.
       77 WS-VALOR-ALCADA       PIC 9(09)V9(2) VALUE ZERO.

       77 WS-CONFIRMA           PIC X(01).
           88 CONFIRMADO        VALUE 'S'.

      * CONFERENCIA DO DIGITO VERIFICADOR DA CHAVE DE CLIENTE (VER
      * CLIENTE.CPY) - CHAVE DIGITADA COM DV ERRADO E RECUSADA.
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

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

       01  WS-DESC-ESTORNO.
           03 WS-DSE-TEXTO      PIC X(19).
           03 WS-DSE-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-DSE-SEQ        PIC 9(06).
           03 FILLER            PIC X(06) VALUE SPACES.

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
           PERFORM 2000-MENU-ESTORNO
               UNTIL WS-OPCAO EQUAL 2
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE OPERADOR DE MANUTENCAO OU
      * SUPERVISOR E CARREGA O PARAMETRO DE ALCADA.  LOGIN RECUSADO
      * ENCERRA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'ESTORNO CONTROLADO DE MOVIMENTO DO RAZAO'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT
           IF NOT LOGIN-EFETUADO
               MOVE 2 TO WS-OPCAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           PERFORM 1300-CARREGAR-ALCADA
               THRU 1300-CARREGAR-ALCADA-EXIT.
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
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (RAZESTOR)'
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
      * ESTORNA - O PERFIL DE CONSULTA NAO GERA LANCAMENTO.
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
      * 1300-CARREGAR-ALCADA - LE O PARAMETRO DE ALCADA (RAZALCADA),
      * COMO 1200-CARREGAR-ALCADA DO RAZAO.  SEM O ARQUIVO, SO O
      * PERIODO FECHADO EXIGE APROVACAO.
      ******************************************************************
       1300-CARREGAR-ALCADA.
           MOVE 'N' TO WS-ALCADA-ATIVA
           MOVE ZERO TO WS-VALOR-ALCADA

           OPEN INPUT RAZALCADA
           IF WS-FS-RAZALCADA NOT EQUAL '00'
               DISPLAY 'PARAMETRO DE ALCADA (RAZALCADA) AUSENTE - '
                   'CONTROLE DE ALCADA DESLIGADO'
               GO TO 1300-CARREGAR-ALCADA-EXIT
           END-IF
           READ RAZALCADA
           IF WS-FS-RAZALCADA EQUAL '00'
               AND ALC-VALOR-LIMITE GREATER THAN ZERO
               MOVE ALC-VALOR-LIMITE TO WS-VALOR-ALCADA
               MOVE 'S' TO WS-ALCADA-ATIVA
           END-IF
           CLOSE RAZALCADA.
       1300-CARREGAR-ALCADA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MENU-ESTORNO - MENU DO ESTORNO.
      ******************************************************************
       2000-MENU-ESTORNO.
           DISPLAY '***************************************************'
           DISPLAY '1-ESTORNAR MOVIMENTO 2-SAIR'
           DISPLAY 'ESCOLHA A OPCAO:'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-ESTORNAR-MOVIMENTO
                       THRU 3000-ESTORNAR-MOVIMENTO-EXIT
               WHEN 2
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 3000-ESTORNAR-MOVIMENTO - CAPTURA A IDENTIFICACAO DO MOVIMENTO
      * (CHAVE COM DV, DATA E SEQUENCIA), LOCALIZA-O NO RAZMOVS,
      * APLICA AS RECUSAS (NAO ACHADO, BAIXA DE PERDAS, ESTORNO DE
      * ESTORNO, JA ESTORNADO), DECIDE SE O ESTORNO EXIGE APROVACAO
      * E, CONFIRMADO, GRAVA-O NO RAZLOTE OU NO RAZPEND.  RECUSAS E
      * DESISTENCIAS SAO AUDITADAS POR 3000-RECUSAR.
      ******************************************************************
       3000-ESTORNAR-MOVIMENTO.
           DISPLAY 'CHAVE DO CLIENTE:'
           ACCEPT WS-CHAVE-BUSCA
           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-VERIFICAR
           PERFORM 8100-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               DISPLAY 'CHAVE COM DIGITO VERIFICADOR INVALIDO'
               MOVE 'DV DA CHAVE INVALIDO NO ESTORNO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD):'
           ACCEPT WS-DATA-BUSCA
           DISPLAY 'SEQUENCIA DO MOVIMENTO (VER EXTRATO RAZEXT):'
           ACCEPT WS-SEQ-BUSCA

           MOVE SPACES          TO WS-HIST-ESTORNO
           MOVE 'ESTORNO '      TO EST-PREFIXO
           MOVE WS-DATA-BUSCA   TO EST-DATA-ORIGINAL
           MOVE WS-SEQ-BUSCA    TO EST-SEQ-ORIGINAL

           PERFORM 3100-LOCALIZAR-MOVIMENTO
               THRU 3100-LOCALIZAR-MOVIMENTO-EXIT
           IF NOT MOVIMENTO-ACHADO
               DISPLAY 'MOVIMENTO NAO ENCONTRADO NO RAZMOVS'
               MOVE 'MOVIMENTO INEXISTENTE NO ESTORNO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF

           DISPLAY '-------------------------------------------'
           DISPLAY 'CLIENTE..: ' ORI-CHAVE-CLIENTE
           DISPLAY 'DATA.....: ' ORI-DATA '  SEQ: ' ORI-SEQ
           DISPLAY 'TIPO.....: ' ORI-TIPO
           DISPLAY 'VALOR....: ' ORI-VALOR
           DISPLAY 'HISTORICO: ' ORI-HISTORICO
           DISPLAY 'ORIGEM...: ' ORI-ORIGEM

           IF ORI-BAIXA
               DISPLAY 'BAIXA DE PERDAS NAO E ESTORNAVEL POR AQUI'
               MOVE 'BAIXA DE PERDAS NAO ESTORNAVEL'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF

           MOVE ORI-HISTORICO TO WS-HIST-ORIGINAL
           IF ESO-E-ESTORNO
               DISPLAY 'MOVIMENTO E UM ESTORNO - NAO SE ESTORNA '
                   'ESTORNO'
               MOVE 'ESTORNO DE ESTORNO RECUSADO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF

           IF NOT JA-ESTORNADO
               PERFORM 3200-VERIFICAR-ESTORNO-ABERTO
                   THRU 3200-VERIFICAR-ESTORNO-ABERTO-EXIT
           END-IF
           IF JA-ESTORNADO
               DISPLAY 'MOVIMENTO JA ESTORNADO (' WS-ONDE-ESTORNADO
                   ') - SEGUNDO ESTORNO RECUSADO'
               MOVE 'MOVIMENTO JA ESTORNADO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF

           IF ORI-DEBITO
               MOVE 'C' TO WS-TIPO-ESTORNO
           ELSE
               MOVE 'D' TO WS-TIPO-ESTORNO
           END-IF

           PERFORM 3300-VERIFICAR-APROVACAO
               THRU 3300-VERIFICAR-APROVACAO-EXIT

           DISPLAY '-------------------------------------------'
           DISPLAY 'ESTORNO..: TIPO ' WS-TIPO-ESTORNO
               ' VALOR ' ORI-VALOR
           DISPLAY 'HISTORICO: ' WS-HIST-ESTORNO
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO ' WS-PERIODO-ORIGINAL
                   ' JA FECHADO - EXIGE APROVACAO DE SUPERVISOR'
           END-IF
           IF ACIMA-ALCADA
               DISPLAY 'VALOR ACIMA DA ALCADA (' WS-VALOR-ALCADA
                   ') - EXIGE APROVACAO DE SUPERVISOR'
           END-IF
           IF PERIODO-FECHADO OR ACIMA-ALCADA
               DISPLAY 'O ESTORNO FICA PENDENTE NO RAZPEND ATE A '
                   'DECISAO PELO RAZAPROV'
           END-IF
           DISPLAY 'CONFIRMA O ESTORNO? (S/N):'
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMADO
               DISPLAY 'ESTORNO CANCELADO PELO OPERADOR'
               MOVE 'ESTORNO CANCELADO NA CONFIRMACAO'
                   TO WS-AUDIT-DESCRICAO
               GO TO 3000-RECUSAR
           END-IF

           MOVE ORI-DATA TO WS-DSE-DATA
           MOVE ORI-SEQ  TO WS-DSE-SEQ
           IF PERIODO-FECHADO OR ACIMA-ALCADA
               PERFORM 3500-GRAVAR-ESTORNO-PENDENTE
               MOVE 'ESTORNO RETIDO MOV' TO WS-DSE-TEXTO
               DISPLAY 'ESTORNO GRAVADO NO RAZPEND PARA APROVACAO'
           ELSE
               PERFORM 3400-GRAVAR-ESTORNO-LOTE
               MOVE 'ESTORNO LOTE MOV'   TO WS-DSE-TEXTO
               DISPLAY 'ESTORNO GRAVADO NO RAZLOTE - SERA APLICADO '
                   'NA PROXIMA RODADA DO RAZAO'
           END-IF

           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE WS-DESC-ESTORNO TO WS-AUDIT-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-ESTORNO
           GO TO 3000-ESTORNAR-MOVIMENTO-EXIT.
       3000-RECUSAR.
           MOVE 'N' TO WS-AUDIT-RESULTADO
           PERFORM 7100-GRAVAR-AUDITORIA-ESTORNO.
       3000-ESTORNAR-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LOCALIZAR-MOVIMENTO - VARRE O RAZMOVS ATRAS DO MOVIMENTO
      * (CLIENTE, DATA, SEQUENCIA) E, NA MESMA PASSADA, DE UM ESTORNO
      * JA APLICADO QUE APONTE PARA ELE (HISTORICO IGUAL AO MONTADO
      * EM WS-HIST-ESTORNO).
      ******************************************************************
       3100-LOCALIZAR-MOVIMENTO.
           MOVE 'N' TO WS-MOVIMENTO-OK
           MOVE 'N' TO WS-ESTORNADO-OK
           MOVE 'N' TO WS-FIM-RAZMOVS

           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               GO TO 3100-LOCALIZAR-MOVIMENTO-EXIT
           END-IF

           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           PERFORM 3110-CONFERIR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS.
       3100-LOCALIZAR-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3110-CONFERIR-MOVIMENTO - CONFERE UM MOVIMENTO DO CLIENTE.
      ******************************************************************
       3110-CONFERIR-MOVIMENTO.
           IF MOV-DATA EQUAL WS-DATA-BUSCA
               AND MOV-SEQ EQUAL WS-SEQ-BUSCA
               MOVE MOV-REG TO WS-MOV-ORIGINAL
               MOVE 'S' TO WS-MOVIMENTO-OK
           END-IF
           IF MOV-HISTORICO EQUAL WS-HIST-ESTORNO
               MOVE 'S' TO WS-ESTORNADO-OK
               MOVE 'RAZMOVS' TO WS-ONDE-ESTORNADO
           END-IF.

      ******************************************************************
      * 3200-VERIFICAR-ESTORNO-ABERTO - PROCURA UM ESTORNO DO MESMO
      * MOVIMENTO AINDA NAO APLICADO: NO RAZLOTE, EM LOTE AGUARDANDO O
      * RAZAO (3210), OU NO RAZPEND PENDENTE OU JA APROVADO.  ESTORNO
      * REJEITADO PELO SUPERVISOR OU EM LOTE RECUSADO PELO RAZAO NAO
      * CONTA - O MOVIMENTO PODE SER ESTORNADO DE NOVO.
      ******************************************************************
       3200-VERIFICAR-ESTORNO-ABERTO.
           MOVE 'N' TO WS-RAZLTAPL-ABERTO
           OPEN INPUT RAZLTAPL
           IF WS-FS-RAZLTAPL EQUAL '00'
               MOVE 'S' TO WS-RAZLTAPL-ABERTO
           END-IF

           MOVE 'N' TO WS-LOTE-LIDO-PENDENTE
           MOVE 'N' TO WS-FIM-RAZLOTE
           OPEN INPUT RAZLOTE
           IF WS-FS-RAZLOTE EQUAL '00'
               PERFORM UNTIL FIM-RAZLOTE OR JA-ESTORNADO
                   READ RAZLOTE
                       AT END
                           SET FIM-RAZLOTE TO TRUE
                       NOT AT END
                           PERFORM 3210-CONFERIR-LINHA-LOTE
                   END-READ
               END-PERFORM
               CLOSE RAZLOTE
           END-IF
           IF RAZLTAPL-ABERTO
               CLOSE RAZLTAPL
           END-IF
           IF JA-ESTORNADO
               GO TO 3200-VERIFICAR-ESTORNO-ABERTO-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-RAZPEND
           OPEN INPUT RAZPEND
           IF WS-FS-RAZPEND NOT EQUAL '00'
               GO TO 3200-VERIFICAR-ESTORNO-ABERTO-EXIT
           END-IF
           PERFORM UNTIL FIM-RAZPEND OR JA-ESTORNADO
               READ RAZPEND
                   AT END
                       SET FIM-RAZPEND TO TRUE
                   NOT AT END
                       IF PEN-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           AND PEN-HISTORICO EQUAL WS-HIST-ESTORNO
                           AND NOT PEN-REJEITADO
                           MOVE 'S' TO WS-ESTORNADO-OK
                           MOVE 'RAZPEND' TO WS-ONDE-ESTORNADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZPEND.
       3200-VERIFICAR-ESTORNO-ABERTO-EXIT.
           EXIT.

      ******************************************************************
      * 3210-CONFERIR-LINHA-LOTE - TRATA UM REGISTRO DO RAZLOTE: O
      * CABECALHO DIZ SE O LOTE AINDA ESTA PENDENTE (NAO CONSTA DO
      * RAZLTAPL NEM DO RAZLTRCS), O RODAPE O ENCERRA, E O ESTORNO DO
      * MESMO MOVIMENTO SO CONTA DENTRO DE LOTE PENDENTE.  LINHA FORA
      * DE LOTE O RAZAO RECUSA, ENTAO TAMBEM NAO CONTA.
      ******************************************************************
       3210-CONFERIR-LINHA-LOTE.
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
                   IF LOTE-LIDO-PENDENTE
                       PERFORM 3220-PROCURAR-LOTE-RECUSADO
                   END-IF
               WHEN LANC-RODAPE
                   MOVE 'N' TO WS-LOTE-LIDO-PENDENTE
               WHEN LOTE-LIDO-PENDENTE
                   AND LANC-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                   AND LANC-HISTORICO EQUAL WS-HIST-ESTORNO
                   MOVE 'S' TO WS-ESTORNADO-OK
                   MOVE 'RAZLOTE' TO WS-ONDE-ESTORNADO
           END-EVALUATE.

      ******************************************************************
      * 3220-PROCURAR-LOTE-RECUSADO - VARRE O RAZLTRCS ATRAS DO LOTE
      * DO CABECALHO CORRENTE; ACHANDO, O LOTE NAO ESTA PENDENTE.  SEM
      * RAZLTRCS (RAZAO AINDA NAO RODOU), NENHUM LOTE RECUSADO.
      ******************************************************************
       3220-PROCURAR-LOTE-RECUSADO.
           MOVE 'N' TO WS-FIM-RAZLTRCS
           OPEN INPUT RAZLTRCS
           IF WS-FS-RAZLTRCS EQUAL '00'
               PERFORM UNTIL FIM-RAZLTRCS
                   READ RAZLTRCS
                       AT END
                           SET FIM-RAZLTRCS TO TRUE
                       NOT AT END
                           IF RCS-LOTE EQUAL LANC-CAB-LOTE
                               MOVE 'N' TO WS-LOTE-LIDO-PENDENTE
                               SET FIM-RAZLTRCS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAZLTRCS
           END-IF.

      ******************************************************************
      * 3300-VERIFICAR-APROVACAO - O ESTORNO EXIGE APROVACAO QUANDO O
      * PERIODO DO ORIGINAL (AAAAMM) JA FOI FECHADO PELO RAZFECHA -
      * HA NO RAZHIST RETRATO DE PERIODO IGUAL OU POSTERIOR - OU
      * QUANDO O VALOR PASSA DA ALCADA.
      ******************************************************************
       3300-VERIFICAR-APROVACAO.
           MOVE 'N' TO WS-PERIODO-FECHADO
           MOVE 'N' TO WS-ACIMA-ALCADA
           MOVE ORI-DATA (1:6) TO WS-PERIODO-ORIGINAL

           IF ALCADA-ATIVA
               AND ORI-VALOR GREATER THAN WS-VALOR-ALCADA
               MOVE 'S' TO WS-ACIMA-ALCADA
           END-IF

           MOVE 'N' TO WS-FIM-RAZHIST
           OPEN INPUT RAZHIST
           IF WS-FS-RAZHIST NOT EQUAL '00'
               GO TO 3300-VERIFICAR-APROVACAO-EXIT
           END-IF
           PERFORM UNTIL FIM-RAZHIST OR PERIODO-FECHADO
               READ RAZHIST
                   AT END
                       SET FIM-RAZHIST TO TRUE
                   NOT AT END
                       IF RZH-PERIODO NOT LESS THAN
                           WS-PERIODO-ORIGINAL
                           MOVE 'S' TO WS-PERIODO-FECHADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZHIST.
       3300-VERIFICAR-APROVACAO-EXIT.
           EXIT.

      ******************************************************************
      * 3400-GRAVAR-ESTORNO-LOTE - GRAVA O ESTORNO NO RAZLOTE, DATADO
      * DE HOJE, PARA A PROXIMA RODADA DO RAZAO.  CADA ESTORNO
      * CONFIRMADO SAI COMO UM LOTE PROPRIO (CABECALHO, ITEM, RODAPE).
      ******************************************************************
       3400-GRAVAR-ESTORNO-LOTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ORI-CHAVE-CLIENTE TO LANC-CHAVE-CLIENTE
           MOVE WS-TIPO-ESTORNO   TO LANC-TIPO
           MOVE ORI-VALOR         TO LANC-VALOR
           MOVE WS-DATA-SISTEMA   TO LANC-DATA
           MOVE WS-HIST-ESTORNO   TO LANC-HISTORICO

           PERFORM 7600-GRAVAR-ITEM-LOTE
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.

      ******************************************************************
      * 3500-GRAVAR-ESTORNO-PENDENTE - GRAVA O ESTORNO NO RAZPEND COM
      * STATUS 'P', COMO 2170-RETER-LANCAMENTO DO RAZAO.  APROVADO
      * PELO RAZAPROV, E APLICADO PELO 2700-APLICAR-APROVADOS DO RAZAO
      * SEM NOVA RETENCAO DE ALCADA.
      ******************************************************************
       3500-GRAVAR-ESTORNO-PENDENTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE ORI-CHAVE-CLIENTE TO PEN-CHAVE-CLIENTE
           MOVE WS-TIPO-ESTORNO   TO PEN-TIPO
           MOVE ORI-VALOR         TO PEN-VALOR
           MOVE WS-DATA-SISTEMA   TO PEN-DATA
           MOVE WS-HIST-ESTORNO   TO PEN-HISTORICO
           MOVE 'P'               TO PEN-STATUS
           MOVE ZERO              TO PEN-DATA-DECISAO
           MOVE SPACES            TO PEN-APROVADOR

           OPEN EXTEND RAZPEND
           IF WS-FS-RAZPEND EQUAL '35'
               OPEN OUTPUT RAZPEND
               CLOSE RAZPEND
               OPEN EXTEND RAZPEND
           END-IF
           WRITE PEN-REG
           CLOSE RAZPEND.

      ******************************************************************
      * 7000-GRAVAR-AUDITORIA-LOGIN - REGISTRA NO CLIAUDIT A TENTATIVA
      * DE LOGIN RECUSADA (OPERACAO 'L'), COMO NO CEPMAN.
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
      * 7100-GRAVAR-AUDITORIA-ESTORNO - REGISTRA NO CLIAUDIT O ESTORNO
      * (OPERACAO 'R'), FEITO OU RECUSADO, COM A CHAVE DO CLIENTE.
      ******************************************************************
       7100-GRAVAR-AUDITORIA-ESTORNO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'R'                  TO AUDIT-OPERACAO
           MOVE WS-CHAVE-BUSCA       TO AUDIT-CHAVE
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
               MOVE 'RAZESTOR'      TO LANC-CAB-PROGRAMA
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
           PERFORM 7650-FECHAR-LOTE THRU 7650-FECHAR-LOTE-EXIT.
       END PROGRAM RAZESTOR.
