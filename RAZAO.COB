      * Author:
      * Date:
      * Purpose: Razao de contas por cliente - aplica lancamentos de
      *          debito/credito em lote e emite o balancete.  Cada
      *          lote do RAZLOTE so e aplicado se confere com o seu
      *          rodape e ainda nao consta do RAZLTAPL; o lote
      *          recusado sai no RAZREL com o motivo.  Cada
      *          movimento gravado no RAZMOVS atualiza os titulos em
      *          aberto do cliente (TITABER), e cada abatimento fica
      *          registrado no TITLIQ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIJRNL.

           SELECT RAZLTAPL ASSIGN TO "RAZLTAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-LOTE
               FILE STATUS IS WS-FS-RAZLTAPL.

           SELECT RAZLTCNF ASSIGN TO "RAZLTCNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTCNF.

           SELECT RAZLTRCS ASSIGN TO "RAZLTRCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAZLTRCS.

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
       01  JRN-REG.
           COPY JORNAL.

       FD  RAZLTAPL
           LABEL RECORDS ARE STANDARD.
       01  APL-REG.
           COPY LOTEAPL.

      * RAZLTCNF - CONFERENCIA DE CADA LOTE NA PRIMEIRA PASSADA, NA
      * ORDEM DO RAZLOTE; RAZLTRCS - LOTES RECUSADOS NA APLICACAO,
      * PARA O RAZREL.  OS DOIS NO LAYOUT DE WS-CONFERENCIA-LOTE.
       FD  RAZLTCNF
           LABEL RECORDS ARE STANDARD.
       01  CNF-REG                  PIC X(56).

       FD  RAZLTRCS
           LABEL RECORDS ARE STANDARD.
       01  RCS-REG                  PIC X(56).

       FD  TITABER
           LABEL RECORDS ARE STANDARD.
       01  TIT-REG.
           COPY TITULO.

       FD  TITLIQ
           LABEL RECORDS ARE STANDARD.
       01  LIQ-REG.
           COPY TITLIQ.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-RAZPEND     PIC X(02).
           03 WS-FS-RAZPENT     PIC X(02).
           03 WS-FS-CLIJRNL     PIC X(02).
           03 WS-FS-RAZLTAPL    PIC X(02).
           03 WS-FS-RAZLTCNF    PIC X(02).
           03 WS-FS-RAZLTRCS    PIC X(02).
           03 WS-FS-TITABER     PIC X(02).
           03 WS-FS-TITLIQ      PIC X(02).

       77 WS-FIM-RAZLOTE        PIC X(01) VALUE 'N'.
           88 FIM-RAZLOTE       VALUE 'S'.
       01  WS-LANCAMENTO.
           COPY LANCTO REPLACING LEADING ==LANC-== BY ==WSL-==.

      * TITULOS EM ABERTO (TITABER/TITLIQ, VER TITULO.CPY): CADA
      * MOVIMENTO GRAVADO NO RAZMOVS E APLICADO AOS TITULOS DO CLIENTE
      * POR 7700, A PARTIR DESTA COPIA DO MOVIMENTO.
       01  WS-TIT-MOVIMENTO.
           COPY RAZMOV REPLACING LEADING ==MOV-== BY ==TMV-==.
       01  WS-TIT-HIST-ESTORNO.
           COPY ESTORNO REPLACING LEADING ==EST-== BY ==TES-==.
       77 WS-FIM-TITABER        PIC X(01) VALUE 'N'.
           88 FIM-TITABER       VALUE 'S'.
       77 WS-FIM-TITLIQ         PIC X(01) VALUE 'N'.
           88 FIM-TITLIQ        VALUE 'S'.
       77 WS-TIT-ALVO           PIC X(01).
           88 ALVO-DEBITOS      VALUE 'D'.
           88 ALVO-SALDO-CREDOR VALUE 'C'.
       77 WS-TIT-RESTANTE       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-VALOR-NOVO     PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-EM-ABERTO      PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-ABATER         PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-REABERTO       PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TIT-SEQ-SALDO      PIC 9(06) VALUE ZERO.
       77 WS-TIT-SALDO-ACHADO   PIC X(01) VALUE 'N'.
           88 TIT-SALDO-ACHADO  VALUE 'S'.
       77 WS-TIT-COMPENSOU      PIC X(01) VALUE 'N'.
           88 TIT-COMPENSOU     VALUE 'S'.

      * LOTES DO RAZLOTE (VER LANCTO.CPY).  A PRIMEIRA PASSADA (2010)
      * CONFERE CADA LOTE CONTRA O SEU RODAPE E GRAVA O RESULTADO NO
      * RAZLTCNF; A SEGUNDA (2040) RELE O RAZLOTE NA MESMA ORDEM E SO
      * APLICA O LOTE CUJA CONFERENCIA SAIU SEM MOTIVO E QUE AINDA
      * NAO CONSTA DO RAZLTAPL.  LANCAMENTOS FORA DE UM CABECALHO
      * FORMAM UM GRUPO PROPRIO, SEMPRE RECUSADO.
       01  WS-CONFERENCIA-LOTE.
           03 WS-CNF-LOTE         PIC 9(06).
           03 WS-CNF-PROGRAMA     PIC X(08).
           03 WS-CNF-DATA-LOTE    PIC 9(08).
           03 WS-CNF-QTD-ITENS    PIC 9(06).
           03 WS-CNF-TOTAL-DEB    PIC S9(11)V9(2).
           03 WS-CNF-TOTAL-CRED   PIC S9(11)V9(2).
      *      MOTIVO DA RECUSA - EM BRANCO, O LOTE CONFERE:
      *      01 = LOTE JA APLICADO (CONSTA DO RAZLTAPL)
      *      02 = LOTE SEM RODAPE (ARQUIVO TRUNCADO)
      *      03 = QUANTIDADE DE ITENS NAO CONFERE COM O RODAPE
      *      04 = TOTAL DE DEBITOS NAO CONFERE COM O RODAPE
      *      05 = TOTAL DE CREDITOS NAO CONFERE COM O RODAPE
      *      06 = RODAPE DE OUTRO LOTE
      *      07 = LANCAMENTOS FORA DE LOTE (SEM CABECALHO)
      *      08 = APLICACAO INTERROMPIDA (RAZLTAPL AINDA 'A')
      *      09 = COMPETENCIA DO MENSALID JA APLICADA EM OUTRO LOTE
           03 WS-CNF-MOTIVO       PIC X(02).
               88 CNF-LOTE-OK         VALUE SPACES.
               88 CNF-JA-APLICADO     VALUE '01'.
               88 CNF-SEM-RODAPE      VALUE '02'.
               88 CNF-FORA-DE-LOTE    VALUE '07'.
               88 CNF-INTERROMPIDO    VALUE '08'.
               88 CNF-COMPETENCIA-DUPL VALUE '09'.

      * SITUACAO DO GRUPO CORRENTE NA CONFERENCIA (2010) E NA
      * APLICACAO (2040).
       77 WS-GRUPO-CONFERENCIA  PIC X(01) VALUE 'N'.
           88 CONF-SEM-GRUPO    VALUE 'N'.
           88 CONF-EM-LOTE      VALUE 'L'.
           88 CONF-FORA-LOTE    VALUE 'F'.
       77 WS-GRUPO-APLICACAO    PIC X(01) VALUE 'N'.
           88 APLIC-SEM-GRUPO   VALUE 'N'.
           88 APLIC-APLICANDO   VALUE 'A'.
           88 APLIC-RECUSADO    VALUE 'R'.
       77 WS-LOTE-APLICADO      PIC X(01).
           88 LOTE-JA-APLICADO  VALUE 'S'.
       77 WS-FIM-RAZLTAPL       PIC X(01) VALUE 'N'.
           88 FIM-RAZLTAPL      VALUE 'S'.
       77 WS-FIM-RAZLTRCS       PIC X(01) VALUE 'N'.
           88 FIM-RAZLTRCS      VALUE 'S'.
       77 WS-QTD-LOTES-APLICADOS PIC 9(05) VALUE ZERO.
       77 WS-QTD-LOTES-RECUSADOS PIC 9(05) VALUE ZERO.

      * IDENTIFICADOR DO LOTE GRAVADO EM MOV-ORIGEM ('LT' + NUMERO).
       01  WS-ORIGEM-LOTE.
           03 FILLER              PIC X(02) VALUE 'LT'.
           03 WS-ORIGEM-LOTE-NUM  PIC 9(06).

      * LINHAS DOS LOTES RECUSADOS NO RAZREL (3600), DEPOIS DO
      * BALANCETE.
       01  WS-LINHA-TIT-LOTES.
           03 FILLER              PIC X(40) VALUE
               'LOTES DO RAZLOTE RECUSADOS NESTA RODADA:'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LTL-QTD          PIC ZZZZ9.
           03 FILLER              PIC X(31) VALUE SPACES.
       01  WS-LINHA-LOTE-REC.
           03 WS-LLR-LOTE         PIC 9(06).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LLR-PROGRAMA     PIC X(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LLR-DATA         PIC 9(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LLR-QTD          PIC ZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LLR-MOTIVO       PIC X(41).

       77 WS-TOTAL-DEBITOS-GERAL  PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TOTAL-CREDITOS-GERAL PIC S9(9)V9(2) VALUE ZERO.
       77 WS-TOTAL-ABERTURA-GERAL PIC S9(9)V9(2) VALUE ZERO.
           EXIT.

      ******************************************************************
      * 2000-PROCESSAR-LANCAMENTOS - LE O ARQUIVO RAZLOTE EM DUAS
      * PASSADAS: A PRIMEIRA (2010) CONFERE CADA LOTE CONTRA O SEU
      * RODAPE SEM APLICAR NADA; A SEGUNDA (2040) APLICA CADA
      * LANCAMENTO DOS LOTES ACEITOS CONTRA A CONTA DO CLIENTE
      * INDICADO E LISTA OS RECUSADOS NO RAZLTRCS.  SEM O CONTROLE
      * RAZLTAPL NAO HA COMO RECUSAR UM LOTE REPETIDO, ENTAO NADA E
      * APLICADO.  LOTE RECUSADO POR OUTRO MOTIVO QUE NAO O DE JA
      * APLICADO DEVOLVE RETURN-CODE 8 PARA A OPERACAO INTERVIR.
      ******************************************************************
       2000-PROCESSAR-LANCAMENTOS.
           MOVE ZERO TO WS-QTD-LOTES-APLICADOS
           MOVE ZERO TO WS-QTD-LOTES-RECUSADOS

           OPEN INPUT RAZLOTE
           IF WS-FS-RAZLOTE NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE LANCAMENTOS (RAZLOTE) NAO ENCONTRADO'
               GO TO 2000-PROCESSAR-LANCAMENTOS-EXIT
           END-IF
           CLOSE RAZLOTE

           OPEN I-O RAZLTAPL
           IF WS-FS-RAZLTAPL EQUAL '35'
               OPEN OUTPUT RAZLTAPL
               CLOSE RAZLTAPL
               OPEN I-O RAZLTAPL
           END-IF
           IF WS-FS-RAZLTAPL NOT EQUAL '00'
               DISPLAY 'CONTROLE DE LOTES APLICADOS (RAZLTAPL) '
                   'INDISPONIVEL - STATUS: ' WS-FS-RAZLTAPL
                   ' - NENHUM LOTE APLICADO'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-PROCESSAR-LANCAMENTOS-EXIT
           END-IF

           PERFORM 2010-CONFERIR-LOTES

           OPEN INPUT RAZLOTE
           OPEN INPUT RAZLTCNF
           OPEN OUTPUT RAZLTRCS
           MOVE 'N' TO WS-GRUPO-APLICACAO
           MOVE 'N' TO WS-FIM-RAZLOTE
           PERFORM UNTIL FIM-RAZLOTE
               READ RAZLOTE
                   AT END
                       SET FIM-RAZLOTE TO TRUE
                   NOT AT END
                       PERFORM 2040-APLICAR-REGISTRO
                           THRU 2040-APLICAR-REGISTRO-EXIT
               END-READ
           END-PERFORM
           CLOSE RAZLOTE
           CLOSE RAZLTCNF
           CLOSE RAZLTRCS
           CLOSE RAZLTAPL

           DISPLAY 'LOTES APLICADOS: ' WS-QTD-LOTES-APLICADOS
               ' RECUSADOS: ' WS-QTD-LOTES-RECUSADOS
           DISPLAY 'LANCAMENTOS APLICADOS: ' WS-QTD-LANC-OK
               ' REJEITADOS: ' WS-QTD-LANC-ERRO
           IF WS-QTD-REJ-GRAVADOS GREATER THAN ZERO
       2000-PROCESSAR-LANCAMENTOS-EXIT.
           EXIT.

      ******************************************************************
      * 2010-CONFERIR-LOTES - PRIMEIRA PASSADA: LE O RAZLOTE INTEIRO E
      * GRAVA NO RAZLTCNF UM REGISTRO POR LOTE (OU GRUPO DE
      * LANCAMENTOS FORA DE LOTE), NA ORDEM DO ARQUIVO, COM A
      * QUANTIDADE E OS TOTAIS CONTADOS E O MOTIVO DA RECUSA.
      ******************************************************************
       2010-CONFERIR-LOTES.
           OPEN INPUT RAZLOTE
           OPEN OUTPUT RAZLTCNF
           MOVE 'N' TO WS-GRUPO-CONFERENCIA
           MOVE 'N' TO WS-FIM-RAZLOTE
           PERFORM UNTIL FIM-RAZLOTE
               READ RAZLOTE
                   AT END
                       SET FIM-RAZLOTE TO TRUE
                   NOT AT END
                       PERFORM 2020-CONFERIR-REGISTRO
                           THRU 2020-CONFERIR-REGISTRO-EXIT
               END-READ
           END-PERFORM

      * O ARQUIVO ACABOU NO MEIO DE UM LOTE: FALTA O RODAPE.
           IF CONF-EM-LOTE
               MOVE '02' TO WS-CNF-MOTIVO
           END-IF
           IF NOT CONF-SEM-GRUPO
               PERFORM 2030-GRAVAR-CONFERENCIA
           END-IF
           CLOSE RAZLOTE
           CLOSE RAZLTCNF.

      ******************************************************************
      * 2020-CONFERIR-REGISTRO - TRATA UM REGISTRO DO RAZLOTE NA
      * CONFERENCIA.  CABECALHO FECHA O GRUPO ANTERIOR (SEM RODAPE, SE
      * ERA LOTE) E ABRE UM LOTE NOVO; LANCAMENTO OU RODAPE FORA DE
      * GRUPO ABRE UM GRUPO FORA DE LOTE; RODAPE FECHA O GRUPO;
      * LANCAMENTO SOMA NA QUANTIDADE E NO TOTAL DO SEU TIPO, COMO O
      * GERADOR SOMOU (7600 DOS GERADORES).
      ******************************************************************
       2020-CONFERIR-REGISTRO.
           IF LANC-CABECALHO
               IF CONF-EM-LOTE
                   MOVE '02' TO WS-CNF-MOTIVO
               END-IF
               IF NOT CONF-SEM-GRUPO
                   PERFORM 2030-GRAVAR-CONFERENCIA
               END-IF
               MOVE LANC-CAB-LOTE     TO WS-CNF-LOTE
               MOVE LANC-CAB-PROGRAMA TO WS-CNF-PROGRAMA
               MOVE LANC-CAB-DATA     TO WS-CNF-DATA-LOTE
               MOVE ZERO              TO WS-CNF-QTD-ITENS
               MOVE ZERO              TO WS-CNF-TOTAL-DEB
               MOVE ZERO              TO WS-CNF-TOTAL-CRED
               MOVE SPACES            TO WS-CNF-MOTIVO
               SET CONF-EM-LOTE TO TRUE
               GO TO 2020-CONFERIR-REGISTRO-EXIT
           END-IF

           IF CONF-SEM-GRUPO
               MOVE ZERO   TO WS-CNF-LOTE
               MOVE SPACES TO WS-CNF-PROGRAMA
               MOVE ZERO   TO WS-CNF-DATA-LOTE
               MOVE ZERO   TO WS-CNF-QTD-ITENS
               MOVE ZERO   TO WS-CNF-TOTAL-DEB
               MOVE ZERO   TO WS-CNF-TOTAL-CRED
               MOVE '07'   TO WS-CNF-MOTIVO
               SET CONF-FORA-LOTE TO TRUE
           END-IF

           IF LANC-RODAPE
               IF CONF-EM-LOTE
                   PERFORM 2035-CONFRONTAR-RODAPE
               END-IF
               PERFORM 2030-GRAVAR-CONFERENCIA
               GO TO 2020-CONFERIR-REGISTRO-EXIT
           END-IF

           ADD 1 TO WS-CNF-QTD-ITENS
           IF LANC-DEBITO
               ADD LANC-VALOR TO WS-CNF-TOTAL-DEB
           ELSE
               ADD LANC-VALOR TO WS-CNF-TOTAL-CRED
           END-IF.
       2020-CONFERIR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2030-GRAVAR-CONFERENCIA - GRAVA NO RAZLTCNF O GRUPO CORRENTE E
      * VOLTA A SITUACAO DE FORA DE GRUPO.
      ******************************************************************
       2030-GRAVAR-CONFERENCIA.
           WRITE CNF-REG FROM WS-CONFERENCIA-LOTE
           MOVE 'N' TO WS-GRUPO-CONFERENCIA.

      ******************************************************************
      * 2035-CONFRONTAR-RODAPE - CONFRONTA O RODAPE LIDO COM O QUE FOI
      * CONTADO NO LOTE CORRENTE.  LOTE QUE CONFERE AINDA E RECUSADO
      * SE JA CONSTA DO RAZLTAPL: CONCLUIDO EM RODADA ANTERIOR, COMO JA
      * APLICADO; AINDA 'A', COMO APLICACAO INTERROMPIDA.
      ******************************************************************
       2035-CONFRONTAR-RODAPE.
           EVALUATE TRUE
               WHEN LANC-ROD-LOTE NOT EQUAL WS-CNF-LOTE
                   MOVE '06' TO WS-CNF-MOTIVO
               WHEN LANC-ROD-QTD NOT EQUAL WS-CNF-QTD-ITENS
                   MOVE '03' TO WS-CNF-MOTIVO
               WHEN LANC-ROD-TOTAL-DEB NOT EQUAL WS-CNF-TOTAL-DEB
                   MOVE '04' TO WS-CNF-MOTIVO
               WHEN LANC-ROD-TOTAL-CRED NOT EQUAL WS-CNF-TOTAL-CRED
                   MOVE '05' TO WS-CNF-MOTIVO
               WHEN OTHER
                   MOVE 'N' TO WS-LOTE-APLICADO
                   MOVE WS-CNF-LOTE TO APL-LOTE
                   READ RAZLTAPL KEY IS APL-LOTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-LOTE-APLICADO
                   END-READ
                   IF LOTE-JA-APLICADO
                       IF APL-APLICANDO
                           MOVE '08' TO WS-CNF-MOTIVO
                       ELSE
                           MOVE '01' TO WS-CNF-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * 2040-APLICAR-REGISTRO - SEGUNDA PASSADA: TRATA UM REGISTRO DO
      * RAZLOTE COM OS MESMOS CORTES DE GRUPO DE 2020.  CADA GRUPO
      * NOVO TOMA A SUA CONFERENCIA NO RAZLTCNF (2050); LANCAMENTO DE
      * LOTE ACEITO E APLICADO POR 2100, COM O LOTE EM MOV-ORIGEM;
      * LANCAMENTO DE GRUPO RECUSADO E IGNORADO.  O RODAPE DE LOTE
      * APLICADO O DA COMO CONCLUIDO NO RAZLTAPL (2060).
      ******************************************************************
       2040-APLICAR-REGISTRO.
           IF LANC-CABECALHO
               PERFORM 2050-ABRIR-GRUPO-APLICACAO
                   THRU 2050-ABRIR-GRUPO-APLICACAO-EXIT
               GO TO 2040-APLICAR-REGISTRO-EXIT
           END-IF

           IF APLIC-SEM-GRUPO
               PERFORM 2050-ABRIR-GRUPO-APLICACAO
                   THRU 2050-ABRIR-GRUPO-APLICACAO-EXIT
           END-IF

           IF LANC-RODAPE
               IF APLIC-APLICANDO
                   PERFORM 2060-CONCLUIR-LOTE
               END-IF
               MOVE 'N' TO WS-GRUPO-APLICACAO
               GO TO 2040-APLICAR-REGISTRO-EXIT
           END-IF

           IF APLIC-APLICANDO
               MOVE LANC-REG TO WS-LANCAMENTO
               PERFORM 2100-APLICAR-LANCAMENTO
                   THRU 2100-APLICAR-LANCAMENTO-EXIT
           END-IF.
       2040-APLICAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 2050-ABRIR-GRUPO-APLICACAO - TOMA NO RAZLTCNF A CONFERENCIA DO
      * GRUPO QUE COMECA E DECIDE: RECUSADO NA CONFERENCIA VAI PARA O
      * RAZLTRCS, ASSIM COMO O LOTE DO MENSALID DE COMPETENCIA JA
      * APLICADA (2055); ACEITO E REGISTRADO NO RAZLTAPL COMO 'A'
      * (APLICANDO) ANTES DO PRIMEIRO ITEM - SE O REGISTRO JA EXISTE
      * (O MESMO LOTE REPETIDO MAIS ADIANTE NO ARQUIVO), E RECUSADO
      * COMO JA APLICADO.  O RODAPE O DA COMO 'C' (2060); UMA QUEDA NO
      * MEIO DO LOTE O DEIXA 'A', E A PROXIMA RODADA O RECUSA COMO
      * APLICACAO INTERROMPIDA (08) EM VEZ DE APLICA-LO DE NOVO - O
      * QUE JA ENTROU ESTA NO RAZMOVS COM O LOTE EM MOV-ORIGEM.
      ******************************************************************
       2050-ABRIR-GRUPO-APLICACAO.
           READ RAZLTCNF INTO WS-CONFERENCIA-LOTE
           IF WS-FS-RAZLTCNF NOT EQUAL '00'
               SET APLIC-RECUSADO TO TRUE
               GO TO 2050-ABRIR-GRUPO-APLICACAO-EXIT
           END-IF

           IF CNF-LOTE-OK
               AND WS-CNF-PROGRAMA EQUAL 'MENSALID'
               PERFORM 2055-PROCURAR-COMPETENCIA
                   THRU 2055-PROCURAR-COMPETENCIA-EXIT
           END-IF

           IF CNF-LOTE-OK
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-CNF-LOTE       TO APL-LOTE
               MOVE WS-CNF-PROGRAMA   TO APL-PROGRAMA
               MOVE WS-CNF-DATA-LOTE  TO APL-DATA-LOTE
               MOVE WS-DATA-SISTEMA   TO APL-DATA-APLICACAO
               MOVE WS-CNF-QTD-ITENS  TO APL-QTD-ITENS
               MOVE WS-CNF-TOTAL-DEB  TO APL-TOTAL-DEB
               MOVE WS-CNF-TOTAL-CRED TO APL-TOTAL-CRED
               SET APL-APLICANDO      TO TRUE
               WRITE APL-REG
                   INVALID KEY
                       MOVE '01' TO WS-CNF-MOTIVO
               END-WRITE
           END-IF

           IF NOT CNF-LOTE-OK
               PERFORM 2070-GRAVAR-LOTE-RECUSADO
               SET APLIC-RECUSADO TO TRUE
               GO TO 2050-ABRIR-GRUPO-APLICACAO-EXIT
           END-IF

           MOVE WS-CNF-LOTE    TO WS-ORIGEM-LOTE-NUM
           MOVE WS-ORIGEM-LOTE TO WS-MOV-ORIGEM
           ADD 1 TO WS-QTD-LOTES-APLICADOS
           SET APLIC-APLICANDO TO TRUE
           DISPLAY 'APLICANDO LOTE ' WS-CNF-LOTE ' (' WS-CNF-PROGRAMA
               ') - ITENS: ' WS-CNF-QTD-ITENS.
       2050-ABRIR-GRUPO-APLICACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2055-PROCURAR-COMPETENCIA - VARRE O RAZLTAPL ATRAS DE OUTRO
      * LOTE DO MENSALID COM A MESMA DATA DE LOTE (A COMPETENCIA - VER
      * 7610 DO MENSALID).  ACHANDO, O GRUPO CORRENTE E A MESMA
      * COMPETENCIA GERADA DE NOVO E E RECUSADO, PARA NAO FATURAR A
      * MENSALIDADE DUAS VEZES.
      ******************************************************************
       2055-PROCURAR-COMPETENCIA.
           MOVE 'N' TO WS-FIM-RAZLTAPL
           MOVE ZERO TO APL-LOTE
           START RAZLTAPL KEY IS NOT LESS THAN APL-LOTE
               INVALID KEY
                   GO TO 2055-PROCURAR-COMPETENCIA-EXIT
           END-START
           PERFORM UNTIL FIM-RAZLTAPL
               READ RAZLTAPL NEXT RECORD
                   AT END
                       SET FIM-RAZLTAPL TO TRUE
                   NOT AT END
                       IF APL-PROGRAMA EQUAL WS-CNF-PROGRAMA
                           AND APL-DATA-LOTE EQUAL WS-CNF-DATA-LOTE
                           MOVE '09' TO WS-CNF-MOTIVO
                           DISPLAY 'COMPETENCIA JA APLICADA NO LOTE '
                               APL-LOTE
                           SET FIM-RAZLTAPL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       2055-PROCURAR-COMPETENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 2060-CONCLUIR-LOTE - O LOTE CORRENTE FOI APLICADO ATE O
      * RODAPE: REGRAVA O SEU REGISTRO NO RAZLTAPL COMO CONCLUIDO.
      ******************************************************************
       2060-CONCLUIR-LOTE.
           MOVE WS-CNF-LOTE TO APL-LOTE
           READ RAZLTAPL KEY IS APL-LOTE
               INVALID KEY
                   DISPLAY 'LOTE ' WS-CNF-LOTE
                       ' NAO ENCONTRADO NO RAZLTAPL NA CONCLUSAO'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SET APL-CONCLUIDO TO TRUE
                   REWRITE APL-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO CONCLUIR O LOTE '
                               WS-CNF-LOTE ' NO RAZLTAPL'
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * 2070-GRAVAR-LOTE-RECUSADO - GRAVA NO RAZLTRCS O GRUPO CORRENTE
      * RECUSADO, PARA 3600 LISTAR NO RAZREL.  SO O LOTE JA APLICADO
      * (REAPRESENTADO) NAO PEDE INTERVENCAO DA OPERACAO.
      ******************************************************************
       2070-GRAVAR-LOTE-RECUSADO.
           WRITE RCS-REG FROM WS-CONFERENCIA-LOTE
           ADD 1 TO WS-QTD-LOTES-RECUSADOS
           PERFORM 3650-DESCREVER-MOTIVO
           DISPLAY 'LOTE RECUSADO: ' WS-CNF-LOTE ' (' WS-CNF-PROGRAMA
               ') - ' WS-LLR-MOTIVO
           IF NOT CNF-JA-APLICADO
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * 2100-APLICAR-LANCAMENTO - VALIDA O TIPO E O CLIENTE DE UM
      * LANCAMENTO (LANC-REG) E ATUALIZA A CONTA CORRESPONDENTE NO
      * 2120-GRAVAR-MOVIMENTO - PRESERVA NO ARQUIVO RAZMOVS O DETALHE
      * DE UM LANCAMENTO RECEM-APLICADO NA CONTA, JA QUE OS
      * ACUMULADORES DE RAZCTA GUARDAM APENAS OS TOTAIS.  E O RAZMOVS
      * QUE ALIMENTA O EXTRATO DE CONTA (RAZEXT).  O MOVIMENTO GRAVADO
      * E EM SEGUIDA APLICADO AOS TITULOS EM ABERTO (7700).
      ******************************************************************
       2120-GRAVAR-MOVIMENTO.
           ADD 1 TO WS-MOV-SEQ
           MOVE WSL-VALOR         TO MOV-VALOR
           MOVE WSL-HISTORICO     TO MOV-HISTORICO
           MOVE WS-MOV-ORIGEM      TO MOV-ORIGEM
           MOVE MOV-REG            TO WS-TIT-MOVIMENTO

           OPEN EXTEND RAZMOVS
           IF WS-FS-RAZMOVS EQUAL '35'
               OPEN EXTEND RAZMOVS
           END-IF
           WRITE MOV-REG
           CLOSE RAZMOVS

           PERFORM 7700-ATUALIZAR-TITULOS
               THRU 7700-ATUALIZAR-TITULOS-EXIT.

      ******************************************************************
      * 2150-GRAVAR-REJEITO - GRAVA NO ARQUIVO RAZREJ O LANCAMENTO
      * 3000-EMITIR-RELATORIO - EMITE O BALANCETE NO RAZREL.  PERIODO
      * ZERO = PERIODO CORRENTE (VARRE O RAZMSTR); PERIODO AAAAMM =
      * PERIODO JA FECHADO PELO RAZFECHA (VARRE O RAZHIST, VIA 3500).
      * UMA LINHA POR CONTA MAIS A LINHA DE TOTAIS GERAIS (E, SE
      * HOUVE, OS LOTES RECUSADOS NA RODADA - 3600).  A
      * CONFERENCIA DA LINHA DE TOTAIS E SALDO = ABERTURA + CREDITOS
      * - DEBITOS, JA QUE OS ACUMULADORES GUARDAM SO O PERIODO
      * CORRENTE DEPOIS DE UM FECHAMENTO.
           CLOSE RAZMSTR

           PERFORM 3400-GRAVAR-TOTAIS-BALANCETE
           PERFORM 3600-GRAVAR-LOTES-RECUSADOS
               THRU 3600-GRAVAR-LOTES-RECUSADOS-EXIT
           CLOSE RAZREL.
       3000-EMITIR-RELATORIO-EXIT.
           EXIT.
           END-IF

           PERFORM 3400-GRAVAR-TOTAIS-BALANCETE
           PERFORM 3600-GRAVAR-LOTES-RECUSADOS
               THRU 3600-GRAVAR-LOTES-RECUSADOS-EXIT
           CLOSE RAZREL.
       3500-BALANCETE-PERIODO-EXIT.
           EXIT.

      ******************************************************************
      * 3600-GRAVAR-LOTES-RECUSADOS - DEPOIS DO BALANCETE, LISTA NO
      * RAZREL OS LOTES DO RAZLOTE RECUSADOS NESTA RODADA (RAZLTRCS),
      * UM POR LINHA, COM PROGRAMA DE ORIGEM, DATA, ITENS LIDOS E O
      * MOTIVO.  RODADA SEM RECUSA NAO GRAVA NADA.
      ******************************************************************
       3600-GRAVAR-LOTES-RECUSADOS.
           IF WS-QTD-LOTES-RECUSADOS EQUAL ZERO
               GO TO 3600-GRAVAR-LOTES-RECUSADOS-EXIT
           END-IF
           OPEN INPUT RAZLTRCS
           IF WS-FS-RAZLTRCS NOT EQUAL '00'
               GO TO 3600-GRAVAR-LOTES-RECUSADOS-EXIT
           END-IF

           MOVE WS-QTD-LOTES-RECUSADOS TO WS-LTL-QTD
           WRITE REL-LINHA-REG FROM WS-LINHA-TIT-LOTES

           MOVE 'N' TO WS-FIM-RAZLTRCS
           PERFORM UNTIL FIM-RAZLTRCS
               READ RAZLTRCS INTO WS-CONFERENCIA-LOTE
                   AT END
                       SET FIM-RAZLTRCS TO TRUE
                   NOT AT END
                       MOVE WS-CNF-LOTE      TO WS-LLR-LOTE
                       MOVE WS-CNF-PROGRAMA  TO WS-LLR-PROGRAMA
                       MOVE WS-CNF-DATA-LOTE TO WS-LLR-DATA
                       MOVE WS-CNF-QTD-ITENS TO WS-LLR-QTD
                       PERFORM 3650-DESCREVER-MOTIVO
                       WRITE REL-LINHA-REG FROM WS-LINHA-LOTE-REC
               END-READ
           END-PERFORM
           CLOSE RAZLTRCS.
       3600-GRAVAR-LOTES-RECUSADOS-EXIT.
           EXIT.

      ******************************************************************
      * 3650-DESCREVER-MOTIVO - TRADUZ EM WS-LLR-MOTIVO O MOTIVO DA
      * RECUSA DO GRUPO EM WS-CONFERENCIA-LOTE.
      ******************************************************************
       3650-DESCREVER-MOTIVO.
           EVALUATE WS-CNF-MOTIVO
               WHEN '01'
                   MOVE 'LOTE JA APLICADO (RAZLTAPL)' TO WS-LLR-MOTIVO
               WHEN '02'
                   MOVE 'LOTE SEM RODAPE - ARQUIVO TRUNCADO'
                       TO WS-LLR-MOTIVO
               WHEN '03'
                   MOVE 'QUANTIDADE DE ITENS NAO CONFERE'
                       TO WS-LLR-MOTIVO
               WHEN '04'
                   MOVE 'TOTAL DE DEBITOS NAO CONFERE'
                       TO WS-LLR-MOTIVO
               WHEN '05'
                   MOVE 'TOTAL DE CREDITOS NAO CONFERE'
                       TO WS-LLR-MOTIVO
               WHEN '06'
                   MOVE 'RODAPE DE OUTRO LOTE' TO WS-LLR-MOTIVO
               WHEN '07'
                   MOVE 'LANCAMENTOS FORA DE LOTE (SEM CABECALHO)'
                       TO WS-LLR-MOTIVO
               WHEN '08'
                   MOVE 'APLICACAO INTERROMPIDA - CONFERIR RAZMOVS'
                       TO WS-LLR-MOTIVO
               WHEN '09'
                   MOVE 'COMPETENCIA DO MENSALID JA APLICADA'
                       TO WS-LLR-MOTIVO
               WHEN OTHER
                   MOVE 'MOTIVO NAO IDENTIFICADO' TO WS-LLR-MOTIVO
           END-EVALUATE.

      ******************************************************************
      * 7200-JORNALIZAR-RAZAO - GRAVA NO JORNAL CLIJRNL A IMAGEM
      * POSTERIOR DA CONTA RECEM-GRAVADA/REGRAVADA, PARA O
           WRITE JRN-REG
           CLOSE CLIJRNL.

      ******************************************************************
      * 7700-ATUALIZAR-TITULOS - APLICA AO TITABER O MOVIMENTO EM
      * WS-TIT-MOVIMENTO, RECEM-GRAVADO NO RAZMOVS, PELAS REGRAS DE
      * LIQUIDACAO DO TITULO.CPY; CADA ABATIMENTO SAI NO TITLIQ.
      * TITABER INDISPONIVEL NAO DESFAZ O LANCAMENTO - A CONTA FICA
      * FORA DE PASSO E A PROVA NOTURNA (TITPROVA) A ACUSA.
      ******************************************************************
       7700-ATUALIZAR-TITULOS.
           OPEN I-O TITABER
           IF WS-FS-TITABER EQUAL '35'
               OPEN OUTPUT TITABER
               CLOSE TITABER
               OPEN I-O TITABER
           END-IF
           IF WS-FS-TITABER NOT EQUAL '00'
               DISPLAY 'TITABER INDISPONIVEL - STATUS: '
                   WS-FS-TITABER ' - MOVIMENTO ' TMV-SEQ
                   ' FORA DOS TITULOS'
               GO TO 7700-ATUALIZAR-TITULOS-EXIT
           END-IF

           MOVE TMV-VALOR TO WS-TIT-RESTANTE
           MOVE TMV-VALOR TO WS-TIT-VALOR-NOVO
           MOVE TMV-HISTORICO TO WS-TIT-HIST-ESTORNO
           EVALUATE TRUE
               WHEN TMV-DEBITO AND TES-E-ESTORNO
                   PERFORM 7740-ESTORNAR-CREDITO
                       THRU 7740-ESTORNAR-CREDITO-EXIT
                   PERFORM 7800-COMPENSAR-SALDO-CREDOR
               WHEN TMV-DEBITO
                   PERFORM 7710-INCLUIR-DEBITO
                       THRU 7710-INCLUIR-DEBITO-EXIT
               WHEN TES-E-ESTORNO
                   PERFORM 7730-ESTORNAR-DEBITO
                       THRU 7730-ESTORNAR-DEBITO-EXIT
               WHEN OTHER
                   PERFORM 7720-LIQUIDAR-DEBITOS
                       THRU 7720-LIQUIDAR-DEBITOS-EXIT
           END-EVALUATE
           CLOSE TITABER.
       7700-ATUALIZAR-TITULOS-EXIT.
           EXIT.

      ******************************************************************
      * 7710-INCLUIR-DEBITO - REGRA DO DEBITO: CONSOME OS SALDOS
      * CREDORES DO CLIENTE (O MAIS ANTIGO PRIMEIRO) E GRAVA O TITULO
      * DO DEBITO NO VALOR WS-TIT-VALOR-NOVO COM O QUE NAO FOI COBERTO
      * EM ABERTO.
      ******************************************************************
       7710-INCLUIR-DEBITO.
           SET ALVO-SALDO-CREDOR TO TRUE
           PERFORM 7750-ABATER-TITULOS
               THRU 7750-ABATER-TITULOS-EXIT
           MOVE 'D' TO TIT-TIPO
           PERFORM 7770-GRAVAR-TITULO-NOVO.
       7710-INCLUIR-DEBITO-EXIT.
           EXIT.

      ******************************************************************
      * 7720-LIQUIDAR-DEBITOS - REGRA DO CREDITO (E DA BAIXA DE
      * PERDAS): QUITA OS DEBITOS EM ABERTO DO CLIENTE, O MAIS ANTIGO
      * PRIMEIRO; A SOBRA VIRA TITULO DE SALDO CREDOR.
      ******************************************************************
       7720-LIQUIDAR-DEBITOS.
           SET ALVO-DEBITOS TO TRUE
           PERFORM 7750-ABATER-TITULOS
               THRU 7750-ABATER-TITULOS-EXIT
           IF WS-TIT-RESTANTE GREATER THAN ZERO
               MOVE TMV-TIPO TO TIT-TIPO
               PERFORM 7770-GRAVAR-TITULO-NOVO
           END-IF.
       7720-LIQUIDAR-DEBITOS-EXIT.
           EXIT.

      ******************************************************************
      * 7730-ESTORNAR-DEBITO - ESTORNO DE DEBITO (CREDITO COM O
      * HISTORICO DO ESTORNO.CPY): QUITA PRIMEIRO O QUE AINDA ESTA EM
      * ABERTO NO PROPRIO TITULO ESTORNADO, QUE FICA 'E'; A SOBRA
      * SEGUE A REGRA DO CREDITO.
      ******************************************************************
       7730-ESTORNAR-DEBITO.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE TES-SEQ-ORIGINAL  TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   GO TO 7730-ESTORNAR-DEBITO-SOBRA
           END-READ
           IF NOT TIT-DEBITO OR NOT TIT-EM-ABERTO
               GO TO 7730-ESTORNAR-DEBITO-SOBRA
           END-IF

           PERFORM 7765-ABATER-DO-RESTANTE
           IF TIT-QUITADO
               MOVE 'E' TO TIT-SITUACAO
           END-IF
           REWRITE TIT-REG
           MOVE 'E'      TO LIQ-OPERACAO
           MOVE TIT-SEQ  TO LIQ-SEQ-TITULO
           MOVE TMV-SEQ  TO LIQ-SEQ-MOVIMENTO
           MOVE TMV-TIPO TO LIQ-TIPO-MOVIMENTO
           PERFORM 7780-GRAVAR-LIQUIDACAO.
       7730-ESTORNAR-DEBITO-SOBRA.
           IF WS-TIT-RESTANTE GREATER THAN ZERO
               PERFORM 7720-LIQUIDAR-DEBITOS
                   THRU 7720-LIQUIDAR-DEBITOS-EXIT
           END-IF.
       7730-ESTORNAR-DEBITO-EXIT.
           EXIT.

      ******************************************************************
      * 7740-ESTORNAR-CREDITO - ESTORNO DE CREDITO (DEBITO COM O
      * HISTORICO DO ESTORNO.CPY): REABRE CADA TITULO QUE O CREDITO
      * ESTORNADO QUITOU (LIQUIDACOES 'L' DELE NO TITLIQ) E REGISTRA
      * A REABERTURA 'R'; ENCERRA COMO 'E' O SALDO CREDOR QUE O
      * CREDITO AINDA TINHA.  O QUE O TITLIQ NAO EXPLICA SEGUE A
      * REGRA DO DEBITO.
      ******************************************************************
       7740-ESTORNAR-CREDITO.
           MOVE ZERO TO WS-TIT-REABERTO
           MOVE 'N' TO WS-FIM-TITLIQ

           OPEN INPUT TITLIQ
           IF WS-FS-TITLIQ NOT EQUAL '00'
               GO TO 7740-ESTORNAR-CREDITO-SALDO
           END-IF
           PERFORM UNTIL FIM-TITLIQ
               READ TITLIQ
                   AT END
                       SET FIM-TITLIQ TO TRUE
                   NOT AT END
                       IF LIQ-LIQUIDACAO
                           AND LIQ-SEQ-MOVIMENTO EQUAL TES-SEQ-ORIGINAL
                           PERFORM 7745-REABRIR-TITULO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITLIQ.
       7740-ESTORNAR-CREDITO-SALDO.
           SUBTRACT WS-TIT-REABERTO FROM WS-TIT-RESTANTE
           IF WS-TIT-REABERTO GREATER THAN ZERO
               MOVE WS-TIT-REABERTO  TO WS-TIT-ABATER
               MOVE 'R'              TO LIQ-OPERACAO
               MOVE TES-SEQ-ORIGINAL TO LIQ-SEQ-TITULO
               MOVE TMV-SEQ          TO LIQ-SEQ-MOVIMENTO
               MOVE TMV-TIPO         TO LIQ-TIPO-MOVIMENTO
               PERFORM 7780-GRAVAR-LIQUIDACAO
           END-IF
           IF WS-TIT-RESTANTE NOT GREATER THAN ZERO
               GO TO 7740-ESTORNAR-CREDITO-EXIT
           END-IF

           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE TES-SEQ-ORIGINAL  TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   GO TO 7740-ESTORNAR-CREDITO-SOBRA
           END-READ
           IF TIT-SALDO-CREDOR AND TIT-EM-ABERTO
               PERFORM 7765-ABATER-DO-RESTANTE
               IF TIT-QUITADO
                   MOVE 'E' TO TIT-SITUACAO
               END-IF
               REWRITE TIT-REG
               MOVE 'E'      TO LIQ-OPERACAO
               MOVE TIT-SEQ  TO LIQ-SEQ-TITULO
               MOVE TMV-SEQ  TO LIQ-SEQ-MOVIMENTO
               MOVE TMV-TIPO TO LIQ-TIPO-MOVIMENTO
               PERFORM 7780-GRAVAR-LIQUIDACAO
           END-IF.
       7740-ESTORNAR-CREDITO-SOBRA.
           IF WS-TIT-RESTANTE GREATER THAN ZERO
               MOVE WS-TIT-RESTANTE TO WS-TIT-VALOR-NOVO
               PERFORM 7710-INCLUIR-DEBITO
                   THRU 7710-INCLUIR-DEBITO-EXIT
           END-IF.
       7740-ESTORNAR-CREDITO-EXIT.
           EXIT.

      ******************************************************************
      * 7745-REABRIR-TITULO - DEVOLVE AO TITULO LIQ-SEQ-TITULO DO
      * CLIENTE DO ESTORNO O VALOR DA LIQUIDACAO LIDA DO TITLIQ.  A
      * CHAVE E A DO ESTORNO, NAO A GRAVADA NA LIQUIDACAO - DEPOIS DE
      * UMA FUSAO O TITULO ESTA NA CHAVE SOBREVIVENTE.
      ******************************************************************
       7745-REABRIR-TITULO.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE LIQ-SEQ-TITULO    TO TIT-SEQ
           READ TITABER KEY IS TIT-CHAVE
               INVALID KEY
                   DISPLAY 'TITULO ' LIQ-SEQ-TITULO ' DO CLIENTE '
                       TMV-CHAVE-CLIENTE ' NAO ENCONTRADO PARA '
                       'REABRIR'
               NOT INVALID KEY
                   SUBTRACT LIQ-VALOR FROM TIT-VALOR-QUITADO
                   PERFORM 7790-SITUAR-TITULO
                   REWRITE TIT-REG
                   ADD LIQ-VALOR TO WS-TIT-REABERTO
           END-READ.

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
      * 7770-GRAVAR-TITULO-NOVO - GRAVA O TITULO DO MOVIMENTO CORRENTE
      * (TIPO JA EM TIT-TIPO) NO VALOR WS-TIT-VALOR-NOVO, COM O QUE
      * FOI ABATIDO NA APLICACAO (NOVO - RESTANTE) JA QUITADO.  O
      * VENCIMENTO E A DATA DO LANCAMENTO (VER TITULO.CPY).
      ******************************************************************
       7770-GRAVAR-TITULO-NOVO.
           MOVE TMV-CHAVE-CLIENTE TO TIT-CHAVE-CLIENTE
           MOVE TMV-SEQ           TO TIT-SEQ
           MOVE TMV-DATA          TO TIT-DATA
           MOVE TMV-DATA          TO TIT-DATA-VENCIMENTO
           MOVE TMV-HISTORICO     TO TIT-HISTORICO
           MOVE TMV-ORIGEM        TO TIT-ORIGEM
           MOVE WS-TIT-VALOR-NOVO TO TIT-VALOR-ORIGINAL
           COMPUTE TIT-VALOR-QUITADO =
               WS-TIT-VALOR-NOVO - WS-TIT-RESTANTE
           MOVE ZERO TO TIT-DATA-ULT-BAIXA
           IF TIT-VALOR-QUITADO GREATER THAN ZERO
               MOVE TMV-DATA TO TIT-DATA-ULT-BAIXA
           END-IF
           PERFORM 7790-SITUAR-TITULO
           WRITE TIT-REG
               INVALID KEY
                   DISPLAY 'TITULO JA EXISTE NO TITABER: ' TIT-CHAVE
           END-WRITE.

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
      * CREDOR E DEBITO EM ABERTO AO MESMO TEMPO DEPOIS DE UM ESTORNO
      * DE CREDITO, QUE REABRE DEBITOS.
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
      * 8100-VERIFICAR-DIGITO-CHAVE - CONFERE O DIGITO VERIFICADOR DA
      * CHAVE EM WS-CHAVE-VERIFICAR (5 DIGITOS DE SEQUENCIA + DV,
