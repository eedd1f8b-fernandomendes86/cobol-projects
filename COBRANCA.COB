      * Date:
      * Purpose: Gerador de cartas de cobranca - varre as contas
      *          devedoras do RAZMSTR com a mesma classificacao de
      *          idade do RAZIDADE (titulos em aberto do TITABER),
      *          apura o estagio de cobranca pelo vencimento do
      *          titulo de debito em aberto mais antigo (LEMBRETE,
      *          ADVERTENCIA ou NOTIFICACAO FINAL), busca nome e
      *          endereco no CLIEMSTR e grava uma carta formatada por
      *          devedor no CARTAREL.
      *          O arquivo de controle CARTCTL guarda o ultimo estagio
      *          enviado a cada cliente - carta so sai quando o
      *          estagio apurado muda, para o mesmo cliente nao
      *          receber a mesma carta a cada rodada.  O CARTCTL e
      *          ordenado por chave (SORT) e casado com a varredura do
      *          RAZMSTR, que tambem sai em ordem de chave, e regravado
      *          no final a partir da copia atualizada (CARTNOVO).
      *          Devedor com endereco retido no DEVOLMST (fatura ou
      *          carta devolvida pelos Correios, registrada pelo
      *          DEVOLMAN) nao recebe carta: vai para o relatorio de
      *          contato necessario (COBCONT), com os telefones e
      *          e-mails do CLICONT, e o CARTCTL nao e atualizado - a
      *          carta sai na primeira rodada depois que o endereco
      *          for corrigido no CONDICOES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT CARTORD ASSIGN TO "CARTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTORD.

           SELECT CARTNOVO ASSIGN TO "CARTNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTNOVO.

           SELECT CTLSORT ASSIGN TO "CTLSORT".

           SELECT CARTAREL ASSIGN TO "CARTAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAREL.

           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT CLICONT ASSIGN TO "CLICONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONT.

           SELECT COBCONT ASSIGN TO "COBCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COBCONT.

       DATA DIVISION.
       FILE SECTION.
       FD  RAZMSTR
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

      * CARTCTL ORDENADO POR CHAVE, LIDO EM PARALELO COM O RAZMSTR.
       FD  CARTORD
           LABEL RECORDS ARE STANDARD.
       01  ORD-CTL-REG.
           COPY CARTCTL REPLACING LEADING ==CCT-== BY ==ORD-==.

      * COPIA ATUALIZADA DO CONTROLE, DEVOLVIDA AO CARTCTL NO FINAL.
       FD  CARTNOVO
           LABEL RECORDS ARE STANDARD.
       01  NOV-CTL-REG.
           COPY CARTCTL REPLACING LEADING ==CCT-== BY ==NOV-==.

       SD  CTLSORT.
       01  SRT-REG.
           03 SRT-CHAVE         PIC 9(06).
           03 FILLER            PIC X(09).

       FD  CARTAREL
           LABEL RECORDS ARE STANDARD.
       01  CAR-LINHA-REG            PIC X(72).

       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  CLICONT
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-REG.
           COPY CONTATO.

       FD  COBCONT
           LABEL RECORDS ARE STANDARD.
       01  CCN-LINHA-REG            PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-CARTCTL     PIC X(02).
           03 WS-FS-CARTORD     PIC X(02).
           03 WS-FS-CARTNOVO    PIC X(02).
           03 WS-FS-CARTAREL    PIC X(02).
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-CLICONT     PIC X(02).
           03 WS-FS-COBCONT     PIC X(02).

       77 WS-FIM-RAZMSTR        PIC X(01) VALUE 'N'.
           88 FIM-RAZMSTR       VALUE 'S'.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-CARTORD        PIC X(01) VALUE 'N'.
           88 FIM-CARTORD       VALUE 'S'.
       77 WS-FIM-CARTNOVO       PIC X(01) VALUE 'N'.
           88 FIM-CARTNOVO      VALUE 'S'.
       77 WS-FIM-CLICONT        PIC X(01) VALUE 'N'.
           88 FIM-CLICONT       VALUE 'S'.
       77 WS-ENDERECO-RETIDO    PIC X(01).
           88 ENDERECO-RETIDO   VALUE 'S'.

       77 WS-DATA-REFERENCIA    PIC 9(08).
       77 WS-DIAS-REFERENCIA    PIC 9(07).
           03 WS-CAR-UF         PIC X(02).
           03 WS-CAR-CEP        PIC 9(08).

       77 WS-DEBITO-ABERTO      PIC X(01).
           88 DEBITO-ABERTO     VALUE 'S'.
       77 WS-DATA-MAIS-ANTIGA   PIC 9(08).
       77 WS-ESTAGIO-APURADO    PIC 9(01).
       77 WS-ESTAGIO-ANTERIOR   PIC 9(01).

       77 WS-QTD-DEVEDORES      PIC 9(06) VALUE ZERO.
       77 WS-QTD-CARTAS         PIC 9(06) VALUE ZERO.
       77 WS-QTD-REPETIDOS      PIC 9(06) VALUE ZERO.
       77 WS-QTD-RETIDAS        PIC 9(06) VALUE ZERO.
       77 WS-QTD-CONTATOS       PIC 9(03) VALUE ZERO.

      * CONVERSAO DE DATA AAAAMMDD EM DIAS CORRIDOS, NOS MESMOS
      * MOLDES DO RAZIDADE.
       01  WS-LIN-TEXTO-3B      PIC X(72) VALUE
           'CADASTRO. REGULARIZE EM ATE 10 DIAS.'.

      * LINHAS DO RELATORIO DE CONTATO NECESSARIO (COBCONT).
       01  WS-LIN-CONT-TITULO.
           03 FILLER            PIC X(52) VALUE
              'CONTATO NECESSARIO - CARTAS RETIDAS - REFERENCIA: '.
           03 WS-CTT-TIT-DATA   PIC 9(08).
           03 FILLER            PIC X(12) VALUE SPACES.

       01  WS-LIN-CONT-CLIENTE.
           03 WS-CTC-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CTC-NOME       PIC X(30).
           03 FILLER            PIC X(08) VALUE ' VALOR: '.
           03 WS-CTC-VALOR      PIC -9(9).9(2).
           03 FILLER            PIC X(09) VALUE ' ESTAGIO '.
           03 WS-CTC-ESTAGIO    PIC 9(01).
           03 FILLER            PIC X(04) VALUE SPACES.

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
           03 WS-CTR-QTD        PIC 9(06).
           03 FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA A DATA DE REFERENCIA (ZERO = HOJE)
      * E PREPARA O CONTROLE DE CARTAS JA ENVIADAS: O CARTCTL E
      * ORDENADO POR CHAVE NO CARTORD (VAZIO NA PRIMEIRA RODADA) E A
      * COPIA ATUALIZADA CARTNOVO E ABERTA PARA GRAVACAO.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'GERADOR DE CARTAS DE COBRANCA'
           PERFORM 8000-CONVERTER-DATA-EM-DIAS
           MOVE WS-DIAS-CONVERTIDOS TO WS-DIAS-REFERENCIA

           OPEN INPUT CARTCTL
           IF WS-FS-CARTCTL EQUAL '00'
               CLOSE CARTCTL
               SORT CTLSORT ON ASCENDING KEY SRT-CHAVE
                   USING CARTCTL
                   GIVING CARTORD
           ELSE
               OPEN OUTPUT CARTORD
               CLOSE CARTORD
           END-IF

           OPEN INPUT CARTORD
           OPEN OUTPUT CARTNOVO
           MOVE 'N' TO WS-FIM-CARTORD
           PERFORM 2220-LER-CONTROLE.
       1000-INICIALIZAR-EXIT.
           EXIT.

           END-IF

           OPEN OUTPUT CARTAREL
           OPEN OUTPUT COBCONT
           MOVE WS-DATA-REFERENCIA TO WS-CTT-TIT-DATA
           MOVE WS-LIN-CONT-TITULO TO CCN-LINHA-REG
           WRITE CCN-LINHA-REG
           MOVE 'N' TO WS-FIM-RAZMSTR

           PERFORM UNTIL FIM-RAZMSTR
           END-PERFORM
           CLOSE RAZMSTR
           CLOSE CARTAREL
           MOVE WS-QTD-RETIDAS TO WS-CTR-QTD
           MOVE WS-LIN-CONT-RESUMO TO CCN-LINHA-REG
           WRITE CCN-LINHA-REG
           CLOSE COBCONT

           DISPLAY 'DEVEDORES EXAMINADOS: ' WS-QTD-DEVEDORES
           DISPLAY 'CARTAS EMITIDAS (CARTAREL): ' WS-QTD-CARTAS
           DISPLAY 'ESTAGIO JA ENVIADO (SEM CARTA): '
               WS-QTD-REPETIDOS
           DISPLAY 'CARTAS RETIDAS POR ENDERECO DEVOLVIDO (COBCONT): '
               WS-QTD-RETIDAS.
       2000-PROCESSAR-DEVEDORES-EXIT.
           EXIT.

      ******************************************************************
      * 2100-TRATAR-DEVEDOR - APURA O ESTAGIO DO DEVEDOR CORRENTE PELA
      * IDADE DO DEBITO EM ABERTO MAIS ANTIGO (TITULOS DO TITABER,
      * COMO NO RAZIDADE), CONSULTA O CONTROLE E EMITE A CARTA SE O
      * ESTAGIO MUDOU.
      ******************************************************************
       2100-TRATAR-DEVEDOR.
           MOVE RAZ-CHAVE TO WS-CLIENTE-ATUAL
           COMPUTE WS-SALDO-DEVEDOR = ZERO - RAZ-SALDO

           PERFORM 2120-ACHAR-DEBITO-MAIS-ANTIGO
               THRU 2120-ACHAR-DEBITO-MAIS-ANTIGO-EXIT

      * SALDO DEVEDOR SEM TITULO EM ABERTO QUE O EXPLIQUE (TITABER
      * AUSENTE OU FORA DE PASSO - A TITPROVA ACUSA) USA A DATA DO
      * ULTIMO LANCAMENTO, COMO NO RAZIDADE.
           IF NOT DEBITO-ABERTO
               MOVE RAZ-DATA-ULT-LANCTO TO WS-DATA-MAIS-ANTIGA
           END-IF
               GO TO 2100-TRATAR-DEVEDOR-EXIT
           END-IF

      * ENDERECO RETIDO: A CARTA NAO SAI E O CONTROLE NAO MUDA - O
      * DEVEDOR ENTRA NO RELATORIO DE CONTATO NECESSARIO.
           PERFORM 2350-VERIFICAR-RETENCAO
               THRU 2350-VERIFICAR-RETENCAO-EXIT
           IF ENDERECO-RETIDO
               PERFORM 2600-GRAVAR-CONTATO-NECESSARIO
               ADD 1 TO WS-QTD-RETIDAS
               GO TO 2100-TRATAR-DEVEDOR-EXIT
           END-IF

           PERFORM 2400-MONTAR-CARTA
           PERFORM 2500-ATUALIZAR-CONTROLE
               THRU 2500-ATUALIZAR-CONTROLE-EXIT
           EXIT.

      ******************************************************************
      * 2120-ACHAR-DEBITO-MAIS-ANTIGO - PERCORRE OS TITULOS DO CLIENTE
      * CORRENTE NO TITABER NA ORDEM DA CHAVE (O MAIS ANTIGO PRIMEIRO)
      * E DEVOLVE EM WS-DATA-MAIS-ANTIGA O VENCIMENTO DO PRIMEIRO
      * TITULO DE DEBITO QUE SEGUE EM ABERTO.
      ******************************************************************
       2120-ACHAR-DEBITO-MAIS-ANTIGO.
           MOVE 'N' TO WS-DEBITO-ABERTO
           MOVE ZERO TO WS-DATA-MAIS-ANTIGA
           MOVE 'N' TO WS-FIM-TITABER

           OPEN INPUT TITABER
           IF WS-FS-TITABER NOT EQUAL '00'
               GO TO 2120-ACHAR-DEBITO-MAIS-ANTIGO-EXIT
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
                           IF TIT-DEBITO AND TIT-EM-ABERTO
                               MOVE TIT-DATA-VENCIMENTO
                                   TO WS-DATA-MAIS-ANTIGA
                               MOVE 'S' TO WS-DEBITO-ABERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITABER.
       2120-ACHAR-DEBITO-MAIS-ANTIGO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONSULTAR-CONTROLE - DEVOLVE EM WS-ESTAGIO-ANTERIOR O
      * ULTIMO ESTAGIO ENVIADO AO CLIENTE CORRENTE (ZERO = NENHUM).
      * O CARTORD AVANCA ATE A CHAVE DO CLIENTE, COPIANDO PARA O
      * CARTNOVO OS REGISTROS DE CHAVE MENOR.
      ******************************************************************
       2200-CONSULTAR-CONTROLE.
           MOVE ZERO TO WS-ESTAGIO-ANTERIOR
           PERFORM UNTIL FIM-CARTORD
                   OR ORD-CHAVE NOT LESS THAN WS-CLIENTE-ATUAL
               PERFORM 2210-COPIAR-CONTROLE
           END-PERFORM

           IF NOT FIM-CARTORD
               AND ORD-CHAVE EQUAL WS-CLIENTE-ATUAL
               MOVE ORD-ESTAGIO TO WS-ESTAGIO-ANTERIOR
           END-IF.
       2200-CONSULTAR-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 2210-COPIAR-CONTROLE - GRAVA NO CARTNOVO O REGISTRO CORRENTE
      * DO CARTORD E LE O SEGUINTE.
      ******************************************************************
       2210-COPIAR-CONTROLE.
           MOVE ORD-CTL-REG TO NOV-CTL-REG
           WRITE NOV-CTL-REG
           PERFORM 2220-LER-CONTROLE.

      ******************************************************************
      * 2220-LER-CONTROLE - LE O PROXIMO REGISTRO DO CARTORD.
      ******************************************************************
       2220-LER-CONTROLE.
           READ CARTORD
               AT END
                   SET FIM-CARTORD TO TRUE
           END-READ.

      ******************************************************************
      * 2300-BUSCAR-CLIENTE - BUSCA NOME E ENDERECO DO DEVEDOR NO
      * CLIEMSTR E GUARDA EM WS-ENDERECO-CARTA.
       2300-BUSCAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2350-VERIFICAR-RETENCAO - CONSULTA O DEVOLMST: DEVEDOR COM
      * REGISTRO TEM O ENDERECO RETIDO (CORRESPONDENCIA DEVOLVIDA).
      * SEM DEVOLMST (NENHUMA DEVOLUCAO REGISTRADA AINDA), NADA RETIDO.
      ******************************************************************
       2350-VERIFICAR-RETENCAO.
           MOVE 'N' TO WS-ENDERECO-RETIDO

           OPEN INPUT DEVOLMST
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               GO TO 2350-VERIFICAR-RETENCAO-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL TO DEV-CHAVE
           READ DEVOLMST KEY IS DEV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENDERECO-RETIDO
           END-READ
           CLOSE DEVOLMST.
       2350-VERIFICAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-MONTAR-CARTA - GRAVA NO CARTAREL A CARTA FORMATADA DO
      * ESTAGIO APURADO, COM O ENDERECO DE CORRESPONDENCIA E O VALOR
           END-EVALUATE.

      ******************************************************************
      * 2500-ATUALIZAR-CONTROLE - REGISTRA O ESTAGIO RECEM-ENVIADO
      * AO CLIENTE CORRENTE: SE ELE JA ESTA NO CONTROLE, ATUALIZA O
      * REGISTRO CORRENTE DO CARTORD (QUE SERA COPIADO PARA O
      * CARTNOVO); NA PRIMEIRA CARTA DO CLIENTE GRAVA O REGISTRO NOVO
      * DIRETO NO CARTNOVO, QUE SEGUE EM ORDEM DE CHAVE.
      ******************************************************************
       2500-ATUALIZAR-CONTROLE.
           IF NOT FIM-CARTORD
               AND ORD-CHAVE EQUAL WS-CLIENTE-ATUAL
               MOVE WS-ESTAGIO-APURADO TO ORD-ESTAGIO
               MOVE WS-DATA-REFERENCIA TO ORD-DATA-ENVIO
               GO TO 2500-ATUALIZAR-CONTROLE-EXIT
           END-IF

           MOVE WS-CLIENTE-ATUAL   TO NOV-CHAVE
           MOVE WS-ESTAGIO-APURADO TO NOV-ESTAGIO
           MOVE WS-DATA-REFERENCIA TO NOV-DATA-ENVIO
           WRITE NOV-CTL-REG.
       2500-ATUALIZAR-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 2600-GRAVAR-CONTATO-NECESSARIO - GRAVA NO COBCONT O DEVEDOR
      * CORRENTE COM A CARTA RETIDA: VALOR EM ABERTO, ESTAGIO QUE
      * SAIRIA, DADOS DA ULTIMA DEVOLUCAO (DEVOL-REG JA LIDO EM 2350)
      * E OS TELEFONES E E-MAILS DO CLICONT PARA O ATENDIMENTO
      * PROCURAR O CLIENTE.
      ******************************************************************
       2600-GRAVAR-CONTATO-NECESSARIO.
           MOVE WS-CLIENTE-ATUAL   TO WS-CTC-CHAVE
           MOVE WS-NOME-CLIENTE    TO WS-CTC-NOME
           MOVE WS-SALDO-DEVEDOR   TO WS-CTC-VALOR
           MOVE WS-ESTAGIO-APURADO TO WS-CTC-ESTAGIO
           MOVE WS-LIN-CONT-CLIENTE TO CCN-LINHA-REG
           WRITE CCN-LINHA-REG

           MOVE DEV-DATA-DEVOLUCAO TO WS-CTD-DATA
           MOVE DEV-MOTIVO-DESC    TO WS-CTD-MOTIVO
           MOVE DEV-DOCUMENTO      TO WS-CTD-DOCUMENTO
           MOVE DEV-QTD-DEVOLUCOES TO WS-CTD-QTD
           MOVE WS-LIN-CONT-DEVOLUCAO TO CCN-LINHA-REG
           WRITE CCN-LINHA-REG

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
               MOVE WS-LIN-CONT-SEM-MEIO TO CCN-LINHA-REG
               WRITE CCN-LINHA-REG
           END-IF.

      ******************************************************************
      * 2610-GRAVAR-MEIO-CONTATO - GRAVA NO COBCONT UMA LINHA COM O MEIO
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
           MOVE WS-LIN-CONT-MEIO TO CCN-LINHA-REG
           WRITE CCN-LINHA-REG.

      ******************************************************************
      * 6000-GRAVAR-CONTROLE - COPIA PARA O CARTNOVO O RESTO DO
      * CARTORD E REGRAVA O CARTCTL A PARTIR DO CARTNOVO.
      ******************************************************************
       6000-GRAVAR-CONTROLE.
           PERFORM UNTIL FIM-CARTORD
               PERFORM 2210-COPIAR-CONTROLE
           END-PERFORM
           CLOSE CARTORD
           CLOSE CARTNOVO

           OPEN INPUT CARTNOVO
           OPEN OUTPUT CARTCTL
           MOVE 'N' TO WS-FIM-CARTNOVO
           PERFORM UNTIL FIM-CARTNOVO
               READ CARTNOVO
                   AT END
                       SET FIM-CARTNOVO TO TRUE
                   NOT AT END
                       MOVE NOV-CTL-REG TO CARTA-CTL-REG
                       WRITE CARTA-CTL-REG
               END-READ
           END-PERFORM
           CLOSE CARTNOVO
           CLOSE CARTCTL.

      ******************************************************************
