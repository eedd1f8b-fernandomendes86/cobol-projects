               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONTH.

           SELECT DEBAUTO ASSIGN TO "DEBAUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTO.

           SELECT DEBAUTOT ASSIGN TO "DEBAUTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTOT.

           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT TITABER ASSIGN TO "TITABER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TITABER.

           SELECT TITLIQ ASSIGN TO "TITLIQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TITLIQ.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
       01  CONTATO-HIST-REG.
           COPY CONTHIST.

       FD  DEBAUTO
           LABEL RECORDS ARE STANDARD.
       01  DEBAUTO-REG.
           COPY DEBAUT.

       FD  DEBAUTOT
           LABEL RECORDS ARE STANDARD.
       01  DEBAUTOT-REG.
           COPY DEBAUT REPLACING LEADING ==DBA-== BY ==DBAT-==.

       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  TITLIQ
           LABEL RECORDS ARE STANDARD.
       01  LIQ-REG.
           COPY TITLIQ.

       WORKING-STORAGE SECTION.

       77 WS-OPCAO              PIC 9(1).
           03 WS-FS-CLICONT     PIC X(02).
           03 WS-FS-CLICONTT    PIC X(02).
           03 WS-FS-CLICONTH    PIC X(02).
           03 WS-FS-DEBAUTO     PIC X(02).
           03 WS-FS-DEBAUTOT    PIC X(02).
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-TITLIQ      PIC X(02).

       77 WS-NOME               PIC X(30).

       77 WS-COPIA-MOV-OK       PIC X(01).
           88 COPIA-MOV-OK      VALUE 'S'.

      * TITULOS EM ABERTO NA FUSAO (6540, VER TITULO.CPY): O TITULO
      * DA DUPLICADA EM TRANSFERENCIA E A COMPENSACAO DOS SALDOS
      * CREDORES (7800), QUE TRABALHA SOBRE UM MOVIMENTO MONTADO EM
      * WS-TIT-MOVIMENTO COMO NO RAZAO.
       01  WS-TIT-TRANSFERIDO.
           COPY TITULO REPLACING LEADING ==TIT-== BY ==TSV-==.
       77 WS-TIT-SEQ-PROXIMO    PIC 9(06) VALUE ZERO.
       77 WS-QTD-TIT-TRANSFERIDOS PIC 9(05) VALUE ZERO.
       77 WS-TIT-MOVIDO         PIC X(01).
           88 TIT-MOVIDO        VALUE 'S'.
       01  WS-TIT-MOVIMENTO.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==TMV-==.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-TIT-ALVO           PIC X(01).
           88 ALVO-DEBITOS      VALUE 'D'.
           88 ALVO-SALDO-CREDOR VALUE 'C'.
       77 WS-TIT-RESTANTE       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-VALOR-NOVO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-EM-ABERTO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-ABERTO-DUPL    PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-ABATER         PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-SEQ-SALDO      PIC 9(06) VALUE ZERO.
       77 WS-TIT-SALDO-ACHADO   PIC X(01) VALUE 'N'.
           88 TIT-SALDO-ACHADO  VALUE 'S'.
       77 WS-TIT-COMPENSOU      PIC X(01) VALUE 'N'.
           88 TIT-COMPENSOU     VALUE 'S'.

       01  WS-CONTA-DUP-SALVA.
           03 WS-DUP-TOTAL-DEBITOS  PIC S9(9)V9(2).
           03 WS-DUP-TOTAL-CREDITOS PIC S9(9)V9(2).
           88 CTT-ACHOU         VALUE 'S'.
       77 WS-QTD-CTT-HISTORICO  PIC 9(02) VALUE ZERO.

      * SUBMENU DE DEBITO AUTOMATICO DO CLIENTE (OPCAO 'H').
       77 WS-FIM-DEBAUTO        PIC X(01) VALUE 'N'.
           88 FIM-DEBAUTO       VALUE 'S'.
       77 WS-FIM-DEBAUTOT       PIC X(01) VALUE 'N'.
           88 FIM-DEBAUTOT      VALUE 'S'.
       77 WS-FIM-DEBMENU        PIC X(01) VALUE 'N'.
           88 FIM-DEBMENU       VALUE 'S'.
       77 WS-OPER-DEBITO        PIC X(01).
       77 WS-DBA-BANCO-NOVO     PIC 9(03).
       77 WS-DBA-AGENCIA-NOVO   PIC 9(04).
       77 WS-DBA-CONTA-NOVO     PIC X(12).
       77 WS-DBA-DATA-AUT-NOVO  PIC 9(08).
       77 WS-DBA-STATUS-DE      PIC X(01).
       77 WS-DBA-STATUS-PARA    PIC X(01).
       77 WS-QTD-MANDATOS       PIC 9(04) VALUE ZERO.
       77 WS-QTD-DBA-COPIADOS   PIC 9(06) VALUE ZERO.
       77 WS-QTD-DBA-CONFERIDOS PIC 9(06) VALUE ZERO.
       77 WS-COPIA-DBA-OK       PIC X(01).
           88 COPIA-DBA-OK      VALUE 'S'.
       77 WS-DBA-ACHOU          PIC X(01).
           88 DBA-ACHOU         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIM
               DISPLAY '*******************************************'
               DISPLAY 'A-INCLUIR B-CONSULTAR C-EXCLUIR'
               DISPLAY 'D-ALTERAR E-REATIVAR G-CONTATOS'
               DISPLAY 'H-DEBITO AUTOMATICO'
               DISPLAY 'F-FUSAO DE DUPLICADOS (SUPERVISOR)'
               DISPLAY 'ESCOLHA A OPERACAO:'
               ACCEPT WS-OPERACAO
                       PERFORM 6600-CONTATOS
                           THRU 6600-CONTATOS-EXIT
                       SET FIM-SUBMENU TO TRUE
                   WHEN 'H'
                       MOVE ZERO TO WS-QTD-ERRO-MENU
                       PERFORM 6700-DEBITO-AUTOMATICO
                           THRU 6700-DEBITO-AUTOMATICO-EXIT
                       SET FIM-SUBMENU TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-ERRO-MENU
                       DISPLAY 'OP. INVALIDA'
      * 2160-VERIFICAR-PERMISSAO - CONFERE SE O PERFIL DO OPERADOR
      * LOGADO PERMITE A OPERACAO ESCOLHIDA NO SUBMENU.  PERFIL 'C'
      * (SO CONSULTA) SO PODE B-CONSULTAR; 'M' E 'S' PODEM
      * A/B/C/D/E/G/H; F-FUSAO E EXCLUSIVA DO SUPERVISOR.  OPERACAO
      * DESCONHECIDA PASSA ADIANTE PARA O TRATAMENTO DE OPCAO
      * INVALIDA DO PROPRIO SUBMENU.
      ******************************************************************
               WHEN 'D'
               WHEN 'E'
               WHEN 'G'
               WHEN 'H'
                   IF PERFIL-CONSULTA
                       MOVE 'N' TO WS-OPERACAO-PERMITIDA
                   END-IF
       3050-GRAVAR-NOVO-CLIENTE.
           MOVE WS-NOME         TO CLI-NOME
           MOVE WS-CATEGORIA    TO CLI-CATEGORIA
           MOVE ZERO            TO CLI-DATA-SUSPENSAO
           MOVE SPACES          TO CLI-FILLER
           MOVE 'A'             TO CLI-STATUS
           MOVE ZERO            TO CLI-DATA-ALTERACAO
               GO TO 5100-REATIVAR-EXIT
           END-IF

      * CLIENTE SUSPENSO POR FALTA DE PAGAMENTO SO VOLTA PELA RELIGACAO
      * DO CORTELIG, QUE CONFERE A QUITACAO E LANCA A TAXA.
           IF CLI-SUSPENSO
               DISPLAY 'CLIENTE SUSPENSO - RELIGACAO SO PELO CORTELIG'
               CLOSE CLIEMSTR
               MOVE 'CLIENTE SUSPENSO' TO WS-AUDIT-DESCRICAO
               PERFORM 5910-AUDITAR-REATIVAR-FALHA
               GO TO 5100-REATIVAR-EXIT
           END-IF

      * CLIENTE ANONIMIZADO PELO ANONIMIZ NAO TEM MAIS NOME NEM
      * ENDERECO - VOLTA SO COMO INCLUSAO NOVA.
           IF CLI-ANONIMIZADO
               DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - FACA NOVA INCLUSAO'
               CLOSE CLIEMSTR
               MOVE 'CLIENTE ANONIMIZADO (LGPD)' TO WS-AUDIT-DESCRICAO
               PERFORM 5910-AUDITAR-REATIVAR-FALHA
               GO TO 5100-REATIVAR-EXIT
           END-IF

           MOVE 'A' TO CLI-STATUS
           REWRITE CLIENTE-REG
           PERFORM 7100-JORNALIZAR-CLIENTE
           MOVE WS-CHAVE-BUSCA TO WS-AUDIT-CHAVE
           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'CLIENTE ALTERADO' TO WS-AUDIT-DESCRICAO
           PERFORM 7000-GRAVAR-AUDITORIA

           PERFORM 6030-LIBERAR-RETENCAO
               THRU 6030-LIBERAR-RETENCAO-EXIT.
       6013-ALTERAR-GRAVAR-FIM.
           EXIT.

      ******************************************************************
      * 6030-LIBERAR-RETENCAO - ENDERECO EFETIVAMENTE TROCADO NO
      * ALTERAR (TELA OU LOTE) LIBERA A CORRESPONDENCIA RETIDA POR
      * DEVOLUCAO DOS CORREIOS: O REGISTRO DO CLIENTE SAI DO DEVOLMST
      * (VER DEVOLCOR.CPY) E A LIBERACAO E AUDITADA (OPERACAO 'U').
      * ALTERACAO SO DE CATEGORIA NAO LIBERA NADA.
      ******************************************************************
       6030-LIBERAR-RETENCAO.
           IF WS-LOGRADOURO  EQUAL WS-LOGRADOURO-ANTES
               AND WS-NUMERO      EQUAL WS-NUMERO-ANTES
               AND WS-COMPLEMENTO EQUAL WS-COMPLEMENTO-ANTES
               AND WS-BAIRRO      EQUAL WS-BAIRRO-ANTES
               AND WS-CIDADE      EQUAL WS-CIDADE-ANTES
               AND WS-UF          EQUAL WS-UF-ANTES
               AND WS-CEP         EQUAL WS-CEP-ANTES
               GO TO 6030-LIBERAR-RETENCAO-EXIT
           END-IF

           OPEN I-O DEVOLMST
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               GO TO 6030-LIBERAR-RETENCAO-EXIT
           END-IF

           MOVE WS-CHAVE-BUSCA TO DEV-CHAVE
           READ DEVOLMST KEY IS DEV-CHAVE
               INVALID KEY
                   CLOSE DEVOLMST
                   GO TO 6030-LIBERAR-RETENCAO-EXIT
           END-READ

           DELETE DEVOLMST RECORD
           CLOSE DEVOLMST
           DISPLAY 'CORRESPONDENCIA RETIDA LIBERADA (ENDERECO NOVO)'

           MOVE 'U' TO WS-AUDIT-OPERACAO
           MOVE WS-CHAVE-BUSCA TO WS-AUDIT-CHAVE
           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'ENDERECO ALTERADO - RETENCAO LIBERADA'
               TO WS-AUDIT-DESCRICAO
           PERFORM 7000-GRAVAR-AUDITORIA.
       6030-LIBERAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * 6020-CONFERIR-IMAGEM - RELE O REGISTRO CORRENTE DO CLIEMSTR E
      * COMPARA COM A IMAGEM GUARDADA NA LOCALIZACAO

      ******************************************************************
      * 6500-FUSAO-DUPLICADOS - CONSOLIDA DOIS CADASTROS DO MESMO
      * CLIENTE: MOVE OS TOTAIS, OS MOVIMENTOS E OS TITULOS EM ABERTO
      * DA CHAVE DUPLICADA PARA A SOBREVIVENTE, INATIVA A DUPLICADA COM
      * REGISTRO NO CLIEHIST APONTANDO QUEM A ABSORVEU
      * (HIST-CHAVE-DESTINO) E AUDITA A FUSAO INTEIRA (OPERACAO 'F').
      * EXCLUSIVA DO PERFIL SUPERVISOR (VIA 2160).
           END-IF
           PERFORM 6530-TRANSFERIR-MOVIMENTOS
               THRU 6530-TRANSFERIR-MOVIMENTOS-EXIT
           PERFORM 6540-TRANSFERIR-TITULOS
               THRU 6540-TRANSFERIR-TITULOS-EXIT

           MOVE WS-CHAVE-SOBREVIVE TO WS-CHAVE-DESTINO-FUSAO
           MOVE WS-CHAVE-DUPLICADA TO WS-CHAVE-BUSCA
           DISPLAY 'FUSAO CONCLUIDA - CHAVE ' WS-CHAVE-DUPLICADA
               ' ABSORVIDA POR ' WS-CHAVE-SOBREVIVE
               ' (MOVIMENTOS TRANSFERIDOS: '
               WS-QTD-MOV-TRANSFERIDOS ', TITULOS: '
               WS-QTD-TIT-TRANSFERIDOS ')'

           MOVE WS-CHAVE-SOBREVIVE TO WS-DESC-FUSAO-CHAVE
           MOVE 'F'                TO WS-AUDIT-OPERACAO
       6535-CONFERIR-COPIA-MOV-EXIT.
           EXIT.

      ******************************************************************
      * 6540-TRANSFERIR-TITULOS - PASSA OS TITULOS EM ABERTO (TITABER)
      * DA CHAVE DUPLICADA PARA A SOBREVIVENTE.  O SALDO JA POUSOU NA
      * CONTA SOBREVIVENTE (6520), ENTAO OS TITULOS VAO JUNTO MESMO
      * QUE O RAZMOVS TENHA FICADO NA CHAVE ANTIGA.  POR FIM OS
      * SALDOS CREDORES DE UM CADASTRO QUITAM OS DEBITOS DO OUTRO
      * (7800), COMO TERIA ACONTECIDO SE FOSSEM UMA CONTA SO.  O
      * TITLIQ NAO E REGRAVADO: MOV-SEQ E UNICA NO RAZMOVS E O
      * ESTORNO REABRE PELA CHAVE DO PROPRIO ESTORNO.
      ******************************************************************
       6540-TRANSFERIR-TITULOS.
           MOVE ZERO TO WS-QTD-TIT-TRANSFERIDOS

           OPEN I-O TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               IF WS-FS-TITABER NOT EQUAL '35'
                   DISPLAY 'TITABER INDISPONIVEL - STATUS: '
                       WS-FS-TITABER ' - TITULOS SEGUEM NA CHAVE '
                       WS-CHAVE-DUPLICADA
               END-IF
               GO TO 6540-TRANSFERIR-TITULOS-EXIT
           END-IF

           MOVE ZERO TO WS-TIT-SEQ-PROXIMO
           MOVE 'N' TO WS-FIM-TITABER
           PERFORM UNTIL FIM-TITABER
               PERFORM 6545-TRANSFERIR-TITULO
                   THRU 6545-TRANSFERIR-TITULO-EXIT
           END-PERFORM

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-CHAVE-SOBREVIVE TO TMV-CHAVE-CLIENTE
           MOVE WS-DATA-SISTEMA    TO TMV-DATA
           MOVE 'FUSAO'            TO TMV-ORIGEM
           PERFORM 7800-COMPENSAR-SALDO-CREDOR
           CLOSE TITABER.
       6540-TRANSFERIR-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 6545-TRANSFERIR-TITULO - LOCALIZA O PROXIMO TITULO DA CHAVE
      * DUPLICADA (A PARTIR DE WS-TIT-SEQ-PROXIMO - O START E REFEITO
      * A CADA TITULO PORQUE O ARQUIVO MUDA DEBAIXO DA LEITURA), GRAVA
      * A COPIA NA CHAVE SOBREVIVENTE E SO ENTAO APAGA O ORIGINAL.
      ******************************************************************
       6545-TRANSFERIR-TITULO.
           MOVE WS-CHAVE-DUPLICADA TO TIT-CHAVE-CLIENTE
           MOVE WS-TIT-SEQ-PROXIMO TO TIT-SEQ
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TITABER TO TRUE
                   GO TO 6545-TRANSFERIR-TITULO-EXIT
           END-START
           READ TITABER NEXT RECORD
               AT END
                   SET FIM-TITABER TO TRUE
                   GO TO 6545-TRANSFERIR-TITULO-EXIT
           END-READ
           IF TIT-CHAVE-CLIENTE NOT EQUAL WS-CHAVE-DUPLICADA
               SET FIM-TITABER TO TRUE
               GO TO 6545-TRANSFERIR-TITULO-EXIT
           END-IF
           MOVE TIT-REG TO WS-TIT-TRANSFERIDO
           COMPUTE WS-TIT-SEQ-PROXIMO = TSV-SEQ + 1

           MOVE 'S' TO WS-TIT-MOVIDO
           MOVE WS-CHAVE-SOBREVIVE TO TIT-CHAVE-CLIENTE
           WRITE TIT-REG
               INVALID KEY
                   PERFORM 6547-SOMAR-TITULO-EXISTENTE
                       THRU 6547-SOMAR-TITULO-EXISTENTE-EXIT
           END-WRITE
           IF NOT TIT-MOVIDO
               GO TO 6545-TRANSFERIR-TITULO-EXIT
           END-IF

           MOVE TSV-CHAVE TO TIT-CHAVE
           DELETE TITABER RECORD
               INVALID KEY
                   DISPLAY 'TITULO DA CHAVE DUPLICADA NAO REMOVIDO: '
                       TSV-CHAVE
           END-DELETE
           ADD 1 TO WS-QTD-TIT-TRANSFERIDOS.
       6545-TRANSFERIR-TITULO-EXIT.
           EXIT.

      ******************************************************************
      * 6547-SOMAR-TITULO-EXISTENTE - A SEQUENCIA JA EXISTE NA
      * SOBREVIVENTE.  TIT-SEQ E A MOV-SEQ, UNICA NO RAZMOVS, ENTAO SO
      * O TITULO DE SALDO ANTERIOR (SEQUENCIA ZERO, DO TITCARGA) PODE
      * COLIDIR.  DOIS DEBITOS OU DOIS SALDOS CREDORES SAO SOMADOS.
      * UM DEBITO CONTRA UM SALDO CREDOR E COMPENSADO NUM TITULO SO:
      * FICA O LADO DE MAIOR VALOR EM ABERTO, COM O SEU TIPO, E O
      * VALOR EM ABERTO DO OUTRO LADO ENTRA COMO QUITADO - SOBRA A
      * DIFERENCA; IGUAIS, O TITULO FICA QUITADO.  O TITULO DA
      * DUPLICADA E APAGADO PELO 6545 NOS DOIS CASOS.
      ******************************************************************
       6547-SOMAR-TITULO-EXISTENTE.
           MOVE 'N' TO WS-TIT-MOVIDO
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-TITABER NOT EQUAL '00'
               DISPLAY 'TITULO ' TSV-SEQ ' DA CHAVE '
                   WS-CHAVE-DUPLICADA ' NAO TRANSFERIDO - STATUS: '
                   WS-FS-TITABER
               GO TO 6547-SOMAR-TITULO-EXISTENTE-EXIT
           END-IF

           IF (TIT-DEBITO AND TSV-DEBITO)
               OR (TIT-SALDO-CREDOR AND TSV-SALDO-CREDOR)
               ADD TSV-VALOR-ORIGINAL TO TIT-VALOR-ORIGINAL
               ADD TSV-VALOR-QUITADO  TO TIT-VALOR-QUITADO
               IF TSV-DATA-ULT-BAIXA GREATER THAN TIT-DATA-ULT-BAIXA
                   MOVE TSV-DATA-ULT-BAIXA TO TIT-DATA-ULT-BAIXA
               END-IF
               PERFORM 7790-SITUAR-TITULO
               REWRITE TIT-REG
               MOVE 'S' TO WS-TIT-MOVIDO
               GO TO 6547-SOMAR-TITULO-EXISTENTE-EXIT
           END-IF

           COMPUTE WS-TIT-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           COMPUTE WS-TIT-ABERTO-DUPL =
               TSV-VALOR-ORIGINAL - TSV-VALOR-QUITADO
           IF WS-TIT-ABERTO-DUPL GREATER THAN WS-TIT-EM-ABERTO
               MOVE WS-TIT-TRANSFERIDO TO TIT-REG
               MOVE WS-CHAVE-SOBREVIVE TO TIT-CHAVE-CLIENTE
               ADD WS-TIT-EM-ABERTO TO TIT-VALOR-QUITADO
           ELSE
               ADD WS-TIT-ABERTO-DUPL TO TIT-VALOR-QUITADO
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO TIT-DATA-ULT-BAIXA
           PERFORM 7790-SITUAR-TITULO
           REWRITE TIT-REG
           MOVE 'S' TO WS-TIT-MOVIDO.
       6547-SOMAR-TITULO-EXISTENTE-EXIT.
           EXIT.

      ******************************************************************
      * 6590-AUDITAR-FUSAO-FALHA - REGISTRA NA AUDITORIA UMA FUSAO
      * QUE NAO PODE SER EFETIVADA.
           MOVE 'N' TO WS-AUDIT-RESULTADO
           PERFORM 7000-GRAVAR-AUDITORIA.

      ******************************************************************
      * 6700-DEBITO-AUTOMATICO - SUBMENU DO MANDATO DE DEBITO
      * AUTOMATICO DO CLIENTE (DEBAUTO): LISTA, INCLUI, CANCELA E
      * REATIVA O MANDATO DE UMA CHAVE, COM TRILHA DE AUDITORIA
      * (OPERACAO 'H') NOS MOLDES DO SUBMENU DE CONTATOS.
      ******************************************************************
       6700-DEBITO-AUTOMATICO.
           DISPLAY 'DEBITO AUTOMATICO DO CLIENTE'
           DISPLAY 'DIGITE A CHAVE DO CLIENTE:'
           ACCEPT WS-CHAVE-BUSCA

           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-VERIFICAR
           PERFORM 8700-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               DISPLAY 'CHAVE COM DIGITO VERIFICADOR INVALIDO'
               MOVE 'DV DA CHAVE INVALIDO EM DEBITO AUTOM.'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6700-DEBITO-AUTOMATICO-EXIT
           END-IF

           MOVE 'N' TO WS-CASOU
           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'NENHUM CLIENTE CADASTRADO AINDA'
               MOVE 'NENHUM CLIENTE CADASTRADO' TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6700-DEBITO-AUTOMATICO-EXIT
           END-IF
           MOVE WS-CHAVE-BUSCA TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CASOU
           END-READ
           CLOSE CLIEMSTR
           IF WS-CASOU NOT EQUAL 'S'
               DISPLAY 'CLIENTE NAO ENCONTRADO'
               MOVE 'CLIENTE NAO ENCONTRADO' TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6700-DEBITO-AUTOMATICO-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-DEBMENU
           PERFORM UNTIL FIM-DEBMENU
               DISPLAY 'L-LISTAR I-INCLUIR C-CANCELAR R-REATIVAR '
                   'V-VOLTAR'
               ACCEPT WS-OPER-DEBITO
               EVALUATE WS-OPER-DEBITO
                   WHEN 'L'
                       PERFORM 6710-LISTAR-MANDATOS
                           THRU 6710-LISTAR-MANDATOS-EXIT
                   WHEN 'I'
                       PERFORM 6720-INCLUIR-MANDATO
                           THRU 6720-INCLUIR-MANDATO-EXIT
                   WHEN 'C'
                       MOVE SPACE TO WS-DBA-STATUS-DE
                       MOVE 'C'   TO WS-DBA-STATUS-PARA
                       PERFORM 6740-MUDAR-STATUS-MANDATO
                           THRU 6740-MUDAR-STATUS-MANDATO-EXIT
                   WHEN 'R'
                       MOVE 'S' TO WS-DBA-STATUS-DE
                       MOVE 'A' TO WS-DBA-STATUS-PARA
                       PERFORM 6740-MUDAR-STATUS-MANDATO
                           THRU 6740-MUDAR-STATUS-MANDATO-EXIT
                   WHEN 'V'
                       SET FIM-DEBMENU TO TRUE
                   WHEN OTHER
                       DISPLAY 'OP. INVALIDA'
               END-EVALUATE
           END-PERFORM.
       6700-DEBITO-AUTOMATICO-EXIT.
           EXIT.

      ******************************************************************
      * 6710-LISTAR-MANDATOS - MOSTRA OS MANDATOS (VIGENTE E
      * CANCELADOS) DO CLIENTE CORRENTE.
      ******************************************************************
       6710-LISTAR-MANDATOS.
           MOVE ZERO TO WS-QTD-MANDATOS
           MOVE 'N' TO WS-FIM-DEBAUTO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               DISPLAY 'NENHUM MANDATO CADASTRADO'
               GO TO 6710-LISTAR-MANDATOS-EXIT
           END-IF

           PERFORM UNTIL FIM-DEBAUTO
               READ DEBAUTO
                   AT END
                       SET FIM-DEBAUTO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-MANDATOS
                           DISPLAY 'BANCO: ' DBA-BANCO
                               ' AG: ' DBA-AGENCIA
                               ' CONTA: ' DBA-CONTA
                               ' AUTORIZ.: ' DBA-DATA-AUTORIZACAO
                           DISPLAY '    SITUACAO: ' DBA-STATUS
                               ' DESDE: ' DBA-DATA-STATUS
                               ' RECUSAS: ' DBA-QTD-RECUSAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBAUTO

           IF WS-QTD-MANDATOS EQUAL ZERO
               DISPLAY 'NENHUM MANDATO PARA ESTE CLIENTE'
           END-IF.
       6710-LISTAR-MANDATOS-EXIT.
           EXIT.

      ******************************************************************
      * 6720-INCLUIR-MANDATO - CAPTURA E GRAVA A AUTORIZACAO DE DEBITO
      * AUTOMATICO DO CLIENTE CORRENTE.  SO UM MANDATO VIGENTE (ATIVO
      * OU SUSPENSO) POR CLIENTE - TROCA DE CONTA E FEITA CANCELANDO O
      * VIGENTE E INCLUINDO O NOVO.
      ******************************************************************
       6720-INCLUIR-MANDATO.
           PERFORM 6725-LOCALIZAR-MANDATO-VIGENTE
               THRU 6725-LOCALIZAR-MANDATO-VIGENTE-EXIT
           IF DBA-ACHOU
               DISPLAY 'CLIENTE JA POSSUI MANDATO VIGENTE - CANCELE '
                   'ANTES DE INCLUIR OUTRO'
               MOVE 'MANDATO VIGENTE JA EXISTE'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6720-INCLUIR-MANDATO-EXIT
           END-IF

           DISPLAY 'CODIGO DO BANCO (3 DIGITOS):'
           ACCEPT WS-DBA-BANCO-NOVO
           DISPLAY 'AGENCIA (4 DIGITOS):'
           ACCEPT WS-DBA-AGENCIA-NOVO
           DISPLAY 'CONTA (ATE 12 POSICOES):'
           ACCEPT WS-DBA-CONTA-NOVO
           IF WS-DBA-BANCO-NOVO EQUAL ZERO
               OR WS-DBA-AGENCIA-NOVO EQUAL ZERO
               OR WS-DBA-CONTA-NOVO EQUAL SPACES
               DISPLAY 'DADOS BANCARIOS INCOMPLETOS'
               MOVE 'DADOS BANCARIOS INCOMPLETOS'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6720-INCLUIR-MANDATO-EXIT
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY 'DATA DA AUTORIZACAO (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DBA-DATA-AUT-NOVO
           IF WS-DBA-DATA-AUT-NOVO EQUAL ZERO
               MOVE WS-DATA-SISTEMA TO WS-DBA-DATA-AUT-NOVO
           END-IF
           IF WS-DBA-DATA-AUT-NOVO > WS-DATA-SISTEMA
               DISPLAY 'DATA DA AUTORIZACAO NO FUTURO'
               MOVE 'DATA DE AUTORIZACAO INVALIDA'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6720-INCLUIR-MANDATO-EXIT
           END-IF

           MOVE WS-CHAVE-BUSCA       TO DBA-CHAVE-CLIENTE
           MOVE WS-DBA-BANCO-NOVO    TO DBA-BANCO
           MOVE WS-DBA-AGENCIA-NOVO  TO DBA-AGENCIA
           MOVE WS-DBA-CONTA-NOVO    TO DBA-CONTA
           MOVE WS-DBA-DATA-AUT-NOVO TO DBA-DATA-AUTORIZACAO
           MOVE 'A'                  TO DBA-STATUS
           MOVE ZERO                 TO DBA-QTD-RECUSAS
           MOVE WS-DATA-SISTEMA      TO DBA-DATA-STATUS

           OPEN EXTEND DEBAUTO
           IF WS-FS-DEBAUTO EQUAL '35'
               OPEN OUTPUT DEBAUTO
               CLOSE DEBAUTO
               OPEN EXTEND DEBAUTO
           END-IF
           WRITE DEBAUTO-REG
           CLOSE DEBAUTO

           DISPLAY 'MANDATO DE DEBITO AUTOMATICO INCLUIDO'
           MOVE 'H'             TO WS-AUDIT-OPERACAO
           MOVE WS-CHAVE-BUSCA  TO WS-AUDIT-CHAVE
           MOVE 'S'             TO WS-AUDIT-RESULTADO
           MOVE 'MANDATO DE DEBITO AUTOMATICO INCLUIDO'
               TO WS-AUDIT-DESCRICAO
           PERFORM 7000-GRAVAR-AUDITORIA.
       6720-INCLUIR-MANDATO-EXIT.
           EXIT.

      ******************************************************************
      * 6725-LOCALIZAR-MANDATO-VIGENTE - INDICA EM WS-DBA-ACHOU SE O
      * CLIENTE CORRENTE JA TEM MANDATO ATIVO OU SUSPENSO.
      ******************************************************************
       6725-LOCALIZAR-MANDATO-VIGENTE.
           MOVE 'N' TO WS-DBA-ACHOU
           MOVE 'N' TO WS-FIM-DEBAUTO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               GO TO 6725-LOCALIZAR-MANDATO-VIGENTE-EXIT
           END-IF

           PERFORM UNTIL FIM-DEBAUTO OR DBA-ACHOU
               READ DEBAUTO
                   AT END
                       SET FIM-DEBAUTO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           AND NOT DBA-CANCELADO
                           MOVE 'S' TO WS-DBA-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBAUTO.
       6725-LOCALIZAR-MANDATO-VIGENTE-EXIT.
           EXIT.

      ******************************************************************
      * 6740-MUDAR-STATUS-MANDATO - PASSA O MANDATO VIGENTE DO CLIENTE
      * CORRENTE PARA WS-DBA-STATUS-PARA, DESDE QUE ESTEJA EM
      * WS-DBA-STATUS-DE (EM BRANCO = ATIVO OU SUSPENSO), PELO MESMO
      * CICLO COPIA/CONFERE/REGRAVA DOS CONTATOS (6630): DEBAUTO ->
      * DEBAUTOT COM O REGISTRO ALTERADO, CONFERE A COPIA E SO ENTAO
      * REGRAVA O DEBAUTO.  A REATIVACAO ZERA AS RECUSAS.
      ******************************************************************
       6740-MUDAR-STATUS-MANDATO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'N' TO WS-DBA-ACHOU
           MOVE ZERO TO WS-QTD-DBA-COPIADOS
           MOVE 'N' TO WS-FIM-DEBAUTO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               DISPLAY 'NENHUM MANDATO CADASTRADO'
               GO TO 6740-MUDAR-STATUS-MANDATO-EXIT
           END-IF

           OPEN OUTPUT DEBAUTOT
           PERFORM UNTIL FIM-DEBAUTO
               READ DEBAUTO
                   AT END
                       SET FIM-DEBAUTO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           AND NOT DBA-CANCELADO
                           AND (WS-DBA-STATUS-DE EQUAL SPACE
                               OR DBA-STATUS EQUAL WS-DBA-STATUS-DE)
                           MOVE 'S' TO WS-DBA-ACHOU
                           MOVE WS-DBA-STATUS-PARA TO DBA-STATUS
                           MOVE WS-DATA-SISTEMA TO DBA-DATA-STATUS
                           IF DBA-ATIVO
                               MOVE ZERO TO DBA-QTD-RECUSAS
                           END-IF
                       END-IF
                       MOVE DEBAUTO-REG TO DEBAUTOT-REG
                       WRITE DEBAUTOT-REG
                       ADD 1 TO WS-QTD-DBA-COPIADOS
               END-READ
           END-PERFORM
           CLOSE DEBAUTO
           CLOSE DEBAUTOT

           IF NOT DBA-ACHOU
               DISPLAY 'NENHUM MANDATO NA SITUACAO PARA ESTA OPERACAO'
               MOVE 'MANDATO NAO ENCONTRADO' TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6740-MUDAR-STATUS-MANDATO-EXIT
           END-IF

           PERFORM 6760-CONFERIR-COPIA-DBA
               THRU 6760-CONFERIR-COPIA-DBA-EXIT
           IF NOT COPIA-DBA-OK
               DISPLAY 'COPIA DOS MANDATOS NAO CONFERE - DEBAUTO '
                   'PRESERVADO'
               MOVE 'COPIA DE MANDATOS NAO CONFERE'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 6790-AUDITAR-DEBITO-FALHA
               GO TO 6740-MUDAR-STATUS-MANDATO-EXIT
           END-IF

           PERFORM 6770-REGRAVAR-DEBAUTO

           MOVE 'H'             TO WS-AUDIT-OPERACAO
           MOVE WS-CHAVE-BUSCA  TO WS-AUDIT-CHAVE
           MOVE 'S'             TO WS-AUDIT-RESULTADO
           IF WS-DBA-STATUS-PARA EQUAL 'C'
               DISPLAY 'MANDATO DE DEBITO AUTOMATICO CANCELADO'
               MOVE 'MANDATO DE DEBITO AUTOMATICO CANCELADO'
                   TO WS-AUDIT-DESCRICAO
           ELSE
               DISPLAY 'MANDATO DE DEBITO AUTOMATICO REATIVADO'
               MOVE 'MANDATO DE DEBITO AUTOMATICO REATIVADO'
                   TO WS-AUDIT-DESCRICAO
           END-IF
           PERFORM 7000-GRAVAR-AUDITORIA.
       6740-MUDAR-STATUS-MANDATO-EXIT.
           EXIT.

      ******************************************************************
      * 6760-CONFERIR-COPIA-DBA - RELE O DEBAUTOT RECEM-GRAVADO E
      * CONFERE A CONTAGEM CONTRA O QUE FOI COPIADO, NOS MESMOS
      * MOLDES DE 6660-CONFERIR-COPIA-CTT.
      ******************************************************************
       6760-CONFERIR-COPIA-DBA.
           MOVE 'N' TO WS-COPIA-DBA-OK
           MOVE ZERO TO WS-QTD-DBA-CONFERIDOS
           MOVE 'N' TO WS-FIM-DEBAUTOT

           OPEN INPUT DEBAUTOT
           IF WS-FS-DEBAUTOT NOT EQUAL '00'
               GO TO 6760-CONFERIR-COPIA-DBA-EXIT
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
       6760-CONFERIR-COPIA-DBA-EXIT.
           EXIT.

      ******************************************************************
      * 6770-REGRAVAR-DEBAUTO - REGRAVA O DEBAUTO VIVO A PARTIR DA
      * COPIA JA CONFERIDA NO DEBAUTOT.
      ******************************************************************
       6770-REGRAVAR-DEBAUTO.
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
      * 6790-AUDITAR-DEBITO-FALHA - REGISTRA NA AUDITORIA UMA
      * OPERACAO DE DEBITO AUTOMATICO QUE NAO PODE SER EFETIVADA.
      ******************************************************************
       6790-AUDITAR-DEBITO-FALHA.
           MOVE 'H' TO WS-AUDIT-OPERACAO
           MOVE WS-CHAVE-BUSCA TO WS-AUDIT-CHAVE
           MOVE 'N' TO WS-AUDIT-RESULTADO
           PERFORM 7000-GRAVAR-AUDITORIA.

      ******************************************************************
      * 7000-GRAVAR-AUDITORIA - REGISTRA NO CLIAUDIT QUEM FEZ O QUE,
      * QUANDO, E O RESULTADO.  CHAMADA POR TODAS AS OPERACOES DO
           WRITE JRN-REG
           CLOSE CLIJRNL.

      ******************************************************************
      * 7750-ABATER-TITULOS - PERCORRE OS TITULOS DO CLIENTE NA ORDEM
      * DA CHAVE (O MAIS ANTIGO PRIMEIRO) E ABATE WS-TIT-RESTANTE DOS
      * QUE ESTAO EM ABERTO E SAO DO TIPO PEDIDO EM WS-TIT-ALVO
      * (DEBITOS OU SALDOS CREDORES), ATE O RESTANTE ACABAR.
      ******************************************************************
       7750-ABATER-TITULOS.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           MOVE 'N' TO WS-FIM-TITABER
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 7750-ABATER-TITULOS-EXIT
           END-START

           PERFORM UNTIL FIM-TITABER
                   OR WS-TIT-RESTANTE NOT GREATER THAN ZERO
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL
                               TMV-CHAVE-CLIENTE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-EM-ABERTO
                               AND ((ALVO-DEBITOS AND TIT-DEBITO)
                                 OR (ALVO-SALDO-CREDOR
                                     AND TIT-SALDO-CREDOR))
                               PERFORM 7760-ABATER-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       7750-ABATER-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 7760-ABATER-TITULO - LIQUIDACAO 'L' DO TITULO CORRENTE: ABATE
      * O QUE PUDER DO RESTANTE, REGRAVA E REGISTRA NO TITLIQ.  NO
      * TITLIQ O TITULO E SEMPRE O DEBITO E O MOVIMENTO E SEMPRE O
      * CREDITO - QUANDO E O DEBITO NOVO QUE CONSOME UM SALDO CREDOR,
      * O CREDITO E O DO SALDO CREDOR.
      ******************************************************************
       7760-ABATER-TITULO.
           PERFORM 7765-ABATER-DO-RESTANTE
           REWRITE TIT-REG

           MOVE 'L' TO LIQ-OPERACAO
           IF TIT-DEBITO
               MOVE TIT-SEQ  TO LIQ-SEQ-TITULO
               MOVE TMV-SEQ  TO LIQ-SEQ-MOVIMENTO
               MOVE TMV-TIPO TO LIQ-TIPO-MOVIMENTO
           ELSE
               MOVE TMV-SEQ  TO LIQ-SEQ-TITULO
               MOVE TIT-SEQ  TO LIQ-SEQ-MOVIMENTO
               MOVE TIT-TIPO TO LIQ-TIPO-MOVIMENTO
           END-IF
           PERFORM 7780-GRAVAR-LIQUIDACAO.

      ******************************************************************
      * 7765-ABATER-DO-RESTANTE - ABATE DO TITULO CORRENTE O MENOR
      * ENTRE O SEU VALOR EM ABERTO E WS-TIT-RESTANTE (DEVOLVIDO EM
      * WS-TIT-ABATER) E ATUALIZA A SITUACAO.
      ******************************************************************
       7765-ABATER-DO-RESTANTE.
           COMPUTE WS-TIT-EM-ABERTO =
               TIT-VALOR-ORIGINAL - TIT-VALOR-QUITADO
           MOVE WS-TIT-EM-ABERTO TO WS-TIT-ABATER
           IF WS-TIT-ABATER GREATER THAN WS-TIT-RESTANTE
               MOVE WS-TIT-RESTANTE TO WS-TIT-ABATER
           END-IF
           ADD WS-TIT-ABATER TO TIT-VALOR-QUITADO
           SUBTRACT WS-TIT-ABATER FROM WS-TIT-RESTANTE
           MOVE TMV-DATA TO TIT-DATA-ULT-BAIXA
           PERFORM 7790-SITUAR-TITULO.

      ******************************************************************
      * 7780-GRAVAR-LIQUIDACAO - COMPLETA COM O MOVIMENTO CORRENTE E
      * WS-TIT-ABATER O REGISTRO DE LIQUIDACAO JA MONTADO (OPERACAO,
      * TITULO E MOVIMENTO) E O ACRESCENTA AO TITLIQ.
      ******************************************************************
       7780-GRAVAR-LIQUIDACAO.
           MOVE TMV-DATA          TO LIQ-DATA
           MOVE TMV-CHAVE-CLIENTE TO LIQ-CHAVE-CLIENTE
           MOVE WS-TIT-ABATER     TO LIQ-VALOR
           MOVE TMV-ORIGEM        TO LIQ-ORIGEM

           OPEN EXTEND TITLIQ
           IF WS-FS-TITLIQ EQUAL '35'
               OPEN OUTPUT TITLIQ
               CLOSE TITLIQ
               OPEN EXTEND TITLIQ
           END-IF
           WRITE LIQ-REG
           CLOSE TITLIQ.

      ******************************************************************
      * 7790-SITUAR-TITULO - SITUACAO DO TITULO PELOS VALORES: NADA
      * QUITADO 'A', PARTE 'P', TUDO 'Q'.  O 'E' (ESTORNADO) E POSTO
      * POR QUEM ESTORNA.
      ******************************************************************
       7790-SITUAR-TITULO.
           EVALUATE TRUE
               WHEN TIT-VALOR-QUITADO NOT LESS THAN TIT-VALOR-ORIGINAL
                   MOVE 'Q' TO TIT-SITUACAO
               WHEN TIT-VALOR-QUITADO GREATER THAN ZERO
                   MOVE 'P' TO TIT-SITUACAO
               WHEN OTHER
                   MOVE 'A' TO TIT-SITUACAO
           END-EVALUATE.

      ******************************************************************
      * 7800-COMPENSAR-SALDO-CREDOR - APLICA CADA SALDO CREDOR EM
      * ABERTO DO CLIENTE AOS SEUS DEBITOS EM ABERTO, PELA REGRA DO
      * CREDITO E EM NOME DO CREDITO QUE ORIGINOU O SALDO (LIQUIDACAO
      * 'L' COM O MOV-SEQ DELE).  E O QUE MANTEM O CLIENTE SEM SALDO
      * CREDOR E DEBITO EM ABERTO AO MESMO TEMPO DEPOIS DE JUNTAR OS
      * TITULOS DE DOIS CADASTROS NA FUSAO.
      ******************************************************************
       7800-COMPENSAR-SALDO-CREDOR.
           MOVE 'S' TO WS-TIT-COMPENSOU
           PERFORM UNTIL NOT TIT-COMPENSOU
               PERFORM 7810-COMPENSAR-UM-SALDO
                   THRU 7810-COMPENSAR-UM-SALDO-EXIT
           END-PERFORM.

      ******************************************************************
      * 7810-COMPENSAR-UM-SALDO - LOCALIZA O SALDO CREDOR EM ABERTO
      * MAIS ANTIGO DO CLIENTE, ABATE O SEU VALOR DOS DEBITOS EM
      * ABERTO (7750) E BAIXA NELE O QUE FOI APLICADO.  SEM SALDO
      * CREDOR, OU SEM DEBITO EM ABERTO PARA ABATER, A COMPENSACAO
      * TERMINA.
      ******************************************************************
       7810-COMPENSAR-UM-SALDO.
           MOVE 'N' TO WS-TIT-COMPENSOU
           MOVE 'N' TO WS-TIT-SALDO-ACHADO
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE ZERO TO TIT-SEQ
           MOVE 'N' TO WS-FIM-TITABER
           START TITABER KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-START

           PERFORM UNTIL FIM-TITABER
               READ TITABER NEXT RECORD
                   AT END
                       SET FIM-TITABER TO TRUE
                   NOT AT END
                       IF TIT-CHAVE-CLIENTE NOT EQUAL
                               TMV-CHAVE-CLIENTE
                           SET FIM-TITABER TO TRUE
                       ELSE
                           IF TIT-SALDO-CREDOR AND TIT-EM-ABERTO
                               MOVE 'S'     TO WS-TIT-SALDO-ACHADO
                               MOVE TIT-SEQ TO WS-TIT-SEQ-SALDO
                               MOVE TIT-TIPO TO TMV-TIPO
                               COMPUTE WS-TIT-VALOR-NOVO =
                                   TIT-VALOR-ORIGINAL -
                                   TIT-VALOR-QUITADO
                               SET FIM-TITABER TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT TIT-SALDO-ACHADO
               GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-IF

           MOVE WS-TIT-SEQ-SALDO  TO TMV-SEQ
           MOVE WS-TIT-VALOR-NOVO TO WS-TIT-RESTANTE
           SET ALVO-DEBITOS TO TRUE
           PERFORM 7750-ABATER-TITULOS
               THRU 7750-ABATER-TITULOS-EXIT
           COMPUTE WS-TIT-ABATER =
               WS-TIT-VALOR-NOVO - WS-TIT-RESTANTE
           IF WS-TIT-ABATER NOT GREATER THAN ZERO
               GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-IF

           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE WS-TIT-SEQ-SALDO  TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   GO TO 7810-COMPENSAR-UM-SALDO-EXIT
           END-READ
           ADD WS-TIT-ABATER TO TIT-VALOR-QUITADO
           MOVE TMV-DATA TO TIT-DATA-ULT-BAIXA
           PERFORM 7790-SITUAR-TITULO
           REWRITE TIT-REG
           MOVE 'S' TO WS-TIT-COMPENSOU.
       7810-COMPENSAR-UM-SALDO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PROCESSAR-LOTE - LE O ARQUIVO CLIELOTE DO INICIO AO FIM,
      * APLICANDO CADA TRANSACAO A/B/C/D ENFILEIRADA, E EXIBE NO FINAL
