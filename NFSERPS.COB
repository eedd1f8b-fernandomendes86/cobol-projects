      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lote mensal de RPS para a NFS-e da prefeitura - para
      *          a competencia pedida, le no RAZMOVS os debitos de
      *          mensalidade aplicados pelo RAZAO e grava no RPSLOTE,
      *          no leiaute da prefeitura, um RPS por debito com o
      *          nome e o endereco do tomador tirados do CLIEMSTR.  A
      *          numeracao e continua e vem do registro RPSREG (maior
      *          numero mais 1): debito que ja tem RPS nao ganha
      *          outro, e debito estornado (RAZESTOR) nao e emitido.
      *          RPS ja emitido cujo debito foi estornado sai no lote
      *          como cancelamento e fica marcado no registro.  RPS
      *          recusado pela prefeitura (marcado pelo NFSERET), de
      *          qualquer competencia, e reenviado no lote com o mesmo
      *          numero e o tomador relido do CLIEMSTR, e volta a
      *          emitido; se o debito foi estornado antes do reenvio,
      *          so e dado como cancelado no registro.  O
      *          registro e regravado pelo ciclo copia/confere/regrava
      *          - copia que nao confere deixa o RPSREG intocado e o
      *          lote nao deve ser enviado.  O retorno da prefeitura
      *          com o numero oficial da NFS-e e tratado pelo NFSERET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT RAZMOVS ASSIGN TO "RAZMOVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAZMOVS.

           SELECT RPSREG ASSIGN TO "RPSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSREG.

           SELECT RPSNOV ASSIGN TO "RPSNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSNOV.

           SELECT RPSCOMP ASSIGN TO "RPSCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSCOMP.

           SELECT RPSESTW ASSIGN TO "RPSESTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSESTW.

           SELECT RPSLOTE ASSIGN TO "RPSLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RPSLOTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  RAZMOVS
           LABEL RECORDS ARE STANDARD.
       01  MOV-REG.
           COPY RAZMOV.

       FD  RPSREG
           LABEL RECORDS ARE STANDARD.
       01  RPS-REG.
           COPY RPSREG.

       FD  RPSNOV
           LABEL RECORDS ARE STANDARD.
       01  RPSNOV-REG.
           COPY RPSREG REPLACING LEADING ==RPS-== BY ==RPN-==.

      * RPS DA COMPETENCIA JA NO REGISTRO, SEPARADOS NA COPIA PARA QUE
      * A PROCURA POR DEBITO NAO VARRA O REGISTRO INTEIRO.
       FD  RPSCOMP
           LABEL RECORDS ARE STANDARD.
       01  RPSCOMP-REG.
           COPY RPSREG REPLACING LEADING ==RPS-== BY ==RPC-==.

      * HISTORICOS DOS ESTORNOS DO RAZMOVS (DATA E SEQUENCIA DO
      * MOVIMENTO ORIGINAL), SEPARADOS NA PRIMEIRA PASSADA.
       FD  RPSESTW
           LABEL RECORDS ARE STANDARD.
       01  RPSESTW-REG.
           COPY ESTORNO REPLACING LEADING ==EST-== BY ==ESW-==.

       FD  RPSLOTE
           LABEL RECORDS ARE STANDARD.
       01  RPSLOTE-REG.
           COPY RPSLOTE.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-RAZMOVS     PIC X(02).
           03 WS-FS-RPSREG      PIC X(02).
           03 WS-FS-RPSNOV      PIC X(02).
           03 WS-FS-RPSCOMP     PIC X(02).
           03 WS-FS-RPSESTW     PIC X(02).
           03 WS-FS-RPSLOTE     PIC X(02).

       77 WS-FIM-RAZMOVS        PIC X(01) VALUE 'N'.
           88 FIM-RAZMOVS       VALUE 'S'.
       77 WS-FIM-RPSREG         PIC X(01) VALUE 'N'.
           88 FIM-RPSREG        VALUE 'S'.
       77 WS-FIM-RPSNOV         PIC X(01) VALUE 'N'.
           88 FIM-RPSNOV        VALUE 'S'.
       77 WS-FIM-RPSCOMP        PIC X(01) VALUE 'N'.
           88 FIM-RPSCOMP       VALUE 'S'.
       77 WS-FIM-RPSESTW        PIC X(01) VALUE 'N'.
           88 FIM-RPSESTW       VALUE 'S'.

       01  WS-PERIODO           PIC 9(06).
       01  WS-PERIODO-DEC REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANO    PIC 9(04).
           03 WS-PERIODO-MES    PIC 9(02).
       01  WS-DATA-SISTEMA      PIC 9(08).
       01  WS-DATA-SISTEMA-DEC REDEFINES WS-DATA-SISTEMA.
           03 WS-DATA-SIST-ANO  PIC 9(04).
           03 WS-DATA-SIST-MES  PIC 9(02).
           03 WS-DATA-SIST-DIA  PIC 9(02).

      * DADOS DO PRESTADOR NA PREFEITURA - INFORMADOS A CADA RODADA.
       77 WS-INSCRICAO-MUNIC    PIC 9(08).
       77 WS-CODIGO-SERVICO     PIC 9(05).
       77 WS-SERIE-RPS          PIC X(05) VALUE 'RPS'.
       77 WS-VERSAO-LEIAUTE     PIC 9(03) VALUE 1.

       01  WS-TAB-MESES-VAL     PIC X(36) VALUE
           'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  WS-TAB-MESES REDEFINES WS-TAB-MESES-VAL.
           03 WS-MES-ABREV      OCCURS 12 TIMES PIC X(03).

      * MESMO HISTORICO MONTADO PELO MENSALID - E POR ELE QUE O LOTE
      * RECONHECE, NO RAZMOVS, AS MENSALIDADES DA COMPETENCIA.
       01  WS-HISTORICO-MENS.
           03 FILLER            PIC X(12) VALUE 'MENSALIDADE '.
           03 WS-HIST-MES       PIC X(03).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-HIST-ANO       PIC 9(04).
           03 FILLER            PIC X(10) VALUE SPACES.

      * HISTORICO DA MENSALIDADE DE UM RPS REENVIADO, MONTADO PELA
      * COMPETENCIA DO PROPRIO RPS.
       01  WS-PERIODO-RPS       PIC 9(06).
       01  WS-PERIODO-RPS-DEC REDEFINES WS-PERIODO-RPS.
           03 WS-PER-RPS-ANO    PIC 9(04).
           03 WS-PER-RPS-MES    PIC 9(02).
       01  WS-HIST-REENVIO.
           03 FILLER            PIC X(12) VALUE 'MENSALIDADE '.
           03 WS-HRE-MES        PIC X(03).
           03 FILLER            PIC X(01) VALUE '/'.
           03 WS-HRE-ANO        PIC 9(04).
           03 FILLER            PIC X(10) VALUE SPACES.

      * RPS A GRAVAR NO LOTE (NOVO OU REENVIADO) - VER 4150.
       77 WS-DET-NUMERO         PIC 9(08).
       77 WS-DET-DATA-EMISSAO   PIC 9(08).
       77 WS-DET-VALOR          PIC S9(9)V9(2).
       77 WS-DET-TOMADOR        PIC 9(06).
       77 WS-DET-DISCRIMINACAO  PIC X(30).

      * HISTORICO DO MOVIMENTO CORRENTE NO LEIAUTE DO ESTORNO.
       01  WS-HIST-ESTORNO.
           COPY ESTORNO.

       77 WS-ULTIMO-RPS         PIC 9(08) VALUE ZERO.
      * MOVIMENTO PROCURADO NO RPSESTW E NO RPSCOMP.
       77 WS-PROC-MOV-DATA      PIC 9(08).
       77 WS-PROC-MOV-SEQ       PIC 9(06).
       77 WS-ESTORNADO          PIC X(01).
           88 MOV-ESTORNADO     VALUE 'S'.
       77 WS-JA-EMITIDO         PIC X(01).
           88 RPS-JA-EMITIDO    VALUE 'S'.
       77 WS-CLIENTE-ACHADO     PIC X(01).
           88 CLIENTE-ACHADO    VALUE 'S'.

       77 WS-QTD-ESTORNOS       PIC 9(06) VALUE ZERO.
       77 WS-QTD-RPS-COMP       PIC 9(06) VALUE ZERO.
       77 WS-QTD-RPS-COPIADOS   PIC 9(08) VALUE ZERO.
       77 WS-QTD-RPS-CONFERIDOS PIC 9(08) VALUE ZERO.
       77 WS-COPIA-RPS-OK       PIC X(01).
           88 COPIA-RPS-OK      VALUE 'S'.

       77 WS-QTD-MENSALIDADES   PIC 9(06) VALUE ZERO.
       77 WS-QTD-EMITIDOS       PIC 9(06) VALUE ZERO.
       77 WS-QTD-JA-EMITIDOS    PIC 9(06) VALUE ZERO.
       77 WS-QTD-ESTORNADOS     PIC 9(06) VALUE ZERO.
       77 WS-QTD-SEM-CLIENTE    PIC 9(06) VALUE ZERO.
       77 WS-QTD-CANCELADOS     PIC 9(06) VALUE ZERO.
       77 WS-TOTAL-EMITIDO      PIC S9(11)V9(2) VALUE ZERO.
       77 WS-QTD-REENVIADOS     PIC 9(06) VALUE ZERO.
       77 WS-TOTAL-REENVIADO    PIC S9(11)V9(2) VALUE ZERO.
       77 WS-QTD-RECUSA-ESTORNO PIC 9(06) VALUE ZERO.
       77 WS-QTD-RECUSA-PENDENTE PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-SEPARAR-ESTORNOS
               THRU 2000-SEPARAR-ESTORNOS-EXIT
           PERFORM 3000-TRATAR-CANCELAMENTOS
               THRU 3000-TRATAR-CANCELAMENTOS-EXIT
           PERFORM 4000-GERAR-RPS THRU 4000-GERAR-RPS-EXIT
           PERFORM 5000-FECHAR-LOTE THRU 5000-FECHAR-LOTE-EXIT
           PERFORM 6000-ATUALIZAR-REGISTRO
               THRU 6000-ATUALIZAR-REGISTRO-EXIT
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - CAPTURA A COMPETENCIA E OS DADOS DO
      * PRESTADOR, MONTA O HISTORICO 'MENSALIDADE MMM/AAAA' PROCURADO
      * NO RAZMOVS E GRAVA O CABECALHO DO LOTE.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'LOTE DE RPS PARA NFS-E'
           DISPLAY 'PERIODO DE COMPETENCIA (AAAAMM, ZERO = ATUAL):'
           ACCEPT WS-PERIODO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           IF WS-PERIODO EQUAL ZERO
               MOVE WS-DATA-SIST-ANO TO WS-PERIODO-ANO
               MOVE WS-DATA-SIST-MES TO WS-PERIODO-MES
           END-IF
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
               DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF

           DISPLAY 'INSCRICAO MUNICIPAL DO PRESTADOR:'
           ACCEPT WS-INSCRICAO-MUNIC
           DISPLAY 'CODIGO DO SERVICO (LISTA DA PREFEITURA):'
           ACCEPT WS-CODIGO-SERVICO
           IF WS-INSCRICAO-MUNIC EQUAL ZERO
               OR WS-CODIGO-SERVICO EQUAL ZERO
               DISPLAY 'INSCRICAO E CODIGO DO SERVICO SAO OBRIGATORIOS'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FINALIZAR
               STOP RUN
           END-IF

           MOVE WS-MES-ABREV (WS-PERIODO-MES) TO WS-HIST-MES
           MOVE WS-PERIODO-ANO                TO WS-HIST-ANO

           OPEN OUTPUT RPSLOTE
           MOVE SPACES              TO RPSLOTE-REG
           SET RPL-CABECALHO        TO TRUE
           MOVE WS-VERSAO-LEIAUTE   TO RPL-CAB-VERSAO
           MOVE WS-INSCRICAO-MUNIC  TO RPL-CAB-INSCRICAO
           MOVE WS-DATA-SISTEMA     TO RPL-CAB-DATA-INICIO
           MOVE WS-DATA-SISTEMA     TO RPL-CAB-DATA-FIM
           WRITE RPSLOTE-REG.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SEPARAR-ESTORNOS - PRIMEIRA PASSADA NO RAZMOVS: GRAVA NO
      * RPSESTW O HISTORICO DE CADA ESTORNO, QUE APONTA A DATA E A
      * SEQUENCIA DO MOVIMENTO ORIGINAL.
      ******************************************************************
       2000-SEPARAR-ESTORNOS.
           OPEN OUTPUT RPSESTW
           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE MOVIMENTOS (RAZMOVS) NAO ENCONTRADO'
               CLOSE RPSESTW
               GO TO 2000-SEPARAR-ESTORNOS-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-RAZMOVS
           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       MOVE MOV-HISTORICO TO WS-HIST-ESTORNO
                       IF EST-E-ESTORNO
                           MOVE WS-HIST-ESTORNO TO RPSESTW-REG
                           WRITE RPSESTW-REG
                           ADD 1 TO WS-QTD-ESTORNOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS
           CLOSE RPSESTW.
       2000-SEPARAR-ESTORNOS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRATAR-CANCELAMENTOS - COPIA O RPSREG PARA O RPSNOV,
      * GUARDANDO O MAIOR NUMERO JA USADO E SEPARANDO NO RPSCOMP OS RPS
      * DA COMPETENCIA.  RPS EMITIDO CUJO DEBITO FOI ESTORNADO SAI NO
      * LOTE COMO CANCELAMENTO E E COPIADO JA CANCELADO; RPS RECUSADO
      * E REENVIADO (3300) E COPIADO JA EMITIDO.  REGISTRO AUSENTE
      * (PRIMEIRA RODADA) COMECA VAZIO.
      ******************************************************************
       3000-TRATAR-CANCELAMENTOS.
           MOVE ZERO TO WS-QTD-RPS-COPIADOS
           OPEN OUTPUT RPSNOV
           OPEN OUTPUT RPSCOMP

           OPEN INPUT RPSREG
           IF WS-FS-RPSREG NOT EQUAL '00'
               CLOSE RPSNOV
               CLOSE RPSCOMP
               GO TO 3000-TRATAR-CANCELAMENTOS-EXIT
           END-IF

           OPEN INPUT CLIEMSTR
           MOVE 'N' TO WS-FIM-RPSREG
           PERFORM UNTIL FIM-RPSREG
               READ RPSREG
                   AT END
                       SET FIM-RPSREG TO TRUE
                   NOT AT END
                       IF RPS-NUMERO > WS-ULTIMO-RPS
                           MOVE RPS-NUMERO TO WS-ULTIMO-RPS
                       END-IF
                       IF RPS-EMITIDO AND WS-QTD-ESTORNOS > ZERO
                           PERFORM 3100-AVALIAR-CANCELAMENTO
                               THRU 3100-AVALIAR-CANCELAMENTO-EXIT
                       END-IF
                       IF RPS-RECUSADO
                           PERFORM 3300-REENVIAR-RPS
                               THRU 3300-REENVIAR-RPS-EXIT
                       END-IF
                       IF RPS-PERIODO EQUAL WS-PERIODO
                           MOVE RPS-REG TO RPSCOMP-REG
                           WRITE RPSCOMP-REG
                           ADD 1 TO WS-QTD-RPS-COMP
                       END-IF
                       MOVE RPS-REG TO RPSNOV-REG
                       WRITE RPSNOV-REG
                       ADD 1 TO WS-QTD-RPS-COPIADOS
               END-READ
           END-PERFORM
           CLOSE RPSREG
           CLOSE CLIEMSTR
           CLOSE RPSNOV
           CLOSE RPSCOMP.
       3000-TRATAR-CANCELAMENTOS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-AVALIAR-CANCELAMENTO - PROCURA O ESTORNO DO DEBITO DO RPS
      * CORRENTE E, ACHANDO, GRAVA O CANCELAMENTO NO LOTE E MARCA A
      * LINHA DO REGISTRO NA AREA DO RPS-REG ANTES DA COPIA.
      ******************************************************************
       3100-AVALIAR-CANCELAMENTO.
           MOVE RPS-MOV-DATA TO WS-PROC-MOV-DATA
           MOVE RPS-MOV-SEQ  TO WS-PROC-MOV-SEQ
           PERFORM 3200-PROCURAR-ESTORNO THRU 3200-PROCURAR-ESTORNO-EXIT
           IF NOT MOV-ESTORNADO
               GO TO 3100-AVALIAR-CANCELAMENTO-EXIT
           END-IF

           MOVE SPACES              TO RPSLOTE-REG
           SET RPL-CANCELAMENTO     TO TRUE
           MOVE WS-SERIE-RPS        TO RPL-CAN-SERIE
           MOVE RPS-NUMERO          TO RPL-CAN-NUMERO
           MOVE RPS-NFSE-NUMERO     TO RPL-CAN-NFSE
           MOVE WS-DATA-SISTEMA     TO RPL-CAN-DATA
           MOVE 'COBRANCA ESTORNADA' TO RPL-CAN-MOTIVO
           WRITE RPSLOTE-REG

           SET RPS-CANCELADO        TO TRUE
           MOVE WS-DATA-SISTEMA     TO RPS-DATA-CANCELAMENTO
           ADD 1 TO WS-QTD-CANCELADOS.
       3100-AVALIAR-CANCELAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PROCURAR-ESTORNO - VARRE O RPSESTW ATRAS DO ESTORNO DO
      * MOVIMENTO WS-PROC-MOV-DATA/WS-PROC-MOV-SEQ.  WS-ESTORNADO
      * INDICA O RESULTADO.
      ******************************************************************
       3200-PROCURAR-ESTORNO.
           MOVE 'N' TO WS-ESTORNADO
           MOVE 'N' TO WS-FIM-RPSESTW

           OPEN INPUT RPSESTW
           IF WS-FS-RPSESTW NOT EQUAL '00'
               GO TO 3200-PROCURAR-ESTORNO-EXIT
           END-IF

           PERFORM UNTIL FIM-RPSESTW OR MOV-ESTORNADO
               READ RPSESTW
                   AT END
                       SET FIM-RPSESTW TO TRUE
                   NOT AT END
                       IF ESW-DATA-ORIGINAL EQUAL WS-PROC-MOV-DATA
                           AND ESW-SEQ-ORIGINAL EQUAL WS-PROC-MOV-SEQ
                           MOVE 'S' TO WS-ESTORNADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPSESTW.
       3200-PROCURAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REENVIAR-RPS - RPS CORRENTE RECUSADO PELA PREFEITURA: SE O
      * DEBITO FOI ESTORNADO NESSE MEIO TEMPO, NAO HA NFS-E A EMITIR
      * NEM A CANCELAR E O RPS SO FICA CANCELADO NO REGISTRO; SENAO
      * RELE O TOMADOR (JA CORRIGIDO NO CADASTRO), GRAVA O RPS DE NOVO
      * NO LOTE COM O MESMO NUMERO E A MESMA DATA DE EMISSAO E O
      * DEVOLVE A EMITIDO, PARA O NFSERET PROCURAR O NOVO RETORNO.
      ******************************************************************
       3300-REENVIAR-RPS.
           MOVE RPS-MOV-DATA TO WS-PROC-MOV-DATA
           MOVE RPS-MOV-SEQ  TO WS-PROC-MOV-SEQ
           MOVE 'N' TO WS-ESTORNADO
           IF WS-QTD-ESTORNOS > ZERO
               PERFORM 3200-PROCURAR-ESTORNO
                   THRU 3200-PROCURAR-ESTORNO-EXIT
           END-IF
           IF MOV-ESTORNADO
               SET RPS-CANCELADO    TO TRUE
               MOVE WS-DATA-SISTEMA TO RPS-DATA-CANCELAMENTO
               ADD 1 TO WS-QTD-RECUSA-ESTORNO
               GO TO 3300-REENVIAR-RPS-EXIT
           END-IF

           MOVE 'N' TO WS-CLIENTE-ACHADO
           MOVE RPS-CHAVE-CLIENTE TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ACHADO
           END-READ
           IF NOT CLIENTE-ACHADO
               DISPLAY 'CLIENTE ' RPS-CHAVE-CLIENTE
                   ' NAO ENCONTRADO NO CLIEMSTR - RPS ' RPS-NUMERO
                   ' SEGUE RECUSADO'
               ADD 1 TO WS-QTD-RECUSA-PENDENTE
               GO TO 3300-REENVIAR-RPS-EXIT
           END-IF

           MOVE RPS-PERIODO TO WS-PERIODO-RPS
           MOVE WS-MES-ABREV (WS-PER-RPS-MES) TO WS-HRE-MES
           MOVE WS-PER-RPS-ANO                TO WS-HRE-ANO

           MOVE RPS-NUMERO        TO WS-DET-NUMERO
           MOVE RPS-DATA-EMISSAO  TO WS-DET-DATA-EMISSAO
           MOVE RPS-VALOR         TO WS-DET-VALOR
           MOVE RPS-CHAVE-CLIENTE TO WS-DET-TOMADOR
           MOVE WS-HIST-REENVIO   TO WS-DET-DISCRIMINACAO
           PERFORM 4150-GRAVAR-DETALHE-LOTE
               THRU 4150-GRAVAR-DETALHE-LOTE-EXIT

           SET RPS-EMITIDO TO TRUE
           ADD 1 TO WS-QTD-REENVIADOS
           ADD RPS-VALOR TO WS-TOTAL-REENVIADO.
       3300-REENVIAR-RPS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GERAR-RPS - SEGUNDA PASSADA NO RAZMOVS: CADA DEBITO DE
      * MENSALIDADE DA COMPETENCIA AINDA SEM RPS E NAO ESTORNADO RECEBE
      * O PROXIMO NUMERO, SAI NO LOTE E ENTRA NO RPSNOV.
      ******************************************************************
       4000-GERAR-RPS.
           OPEN INPUT RAZMOVS
           IF WS-FS-RAZMOVS NOT EQUAL '00'
               GO TO 4000-GERAR-RPS-EXIT
           END-IF

           OPEN INPUT CLIEMSTR
           OPEN EXTEND RPSNOV
           MOVE 'N' TO WS-FIM-RAZMOVS
           PERFORM UNTIL FIM-RAZMOVS
               READ RAZMOVS
                   AT END
                       SET FIM-RAZMOVS TO TRUE
                   NOT AT END
                       IF MOV-DEBITO
                           AND MOV-HISTORICO EQUAL WS-HISTORICO-MENS
                           ADD 1 TO WS-QTD-MENSALIDADES
                           PERFORM 4100-EMITIR-RPS
                               THRU 4100-EMITIR-RPS-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAZMOVS
           CLOSE CLIEMSTR
           CLOSE RPSNOV.
       4000-GERAR-RPS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-EMITIR-RPS - CONFERE O DEBITO CORRENTE CONTRA OS ESTORNOS
      * E OS RPS JA EMITIDOS NA COMPETENCIA, LE O TOMADOR NO CLIEMSTR
      * E GRAVA O RPS NO LOTE E NO RPSNOV.  O NUMERO SO E CONSUMIDO
      * QUANDO O RPS E DE FATO GRAVADO.
      ******************************************************************
       4100-EMITIR-RPS.
           MOVE MOV-DATA TO WS-PROC-MOV-DATA
           MOVE MOV-SEQ  TO WS-PROC-MOV-SEQ
           MOVE 'N' TO WS-ESTORNADO
           IF WS-QTD-ESTORNOS > ZERO
               PERFORM 3200-PROCURAR-ESTORNO
                   THRU 3200-PROCURAR-ESTORNO-EXIT
           END-IF
           IF MOV-ESTORNADO
               ADD 1 TO WS-QTD-ESTORNADOS
               GO TO 4100-EMITIR-RPS-EXIT
           END-IF

           PERFORM 4200-PROCURAR-RPS THRU 4200-PROCURAR-RPS-EXIT
           IF RPS-JA-EMITIDO
               ADD 1 TO WS-QTD-JA-EMITIDOS
               GO TO 4100-EMITIR-RPS-EXIT
           END-IF

           MOVE 'N' TO WS-CLIENTE-ACHADO
           MOVE MOV-CHAVE-CLIENTE TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ACHADO
           END-READ
           IF NOT CLIENTE-ACHADO
               DISPLAY 'CLIENTE ' MOV-CHAVE-CLIENTE
                   ' NAO ENCONTRADO NO CLIEMSTR - RPS NAO EMITIDO'
               ADD 1 TO WS-QTD-SEM-CLIENTE
               GO TO 4100-EMITIR-RPS-EXIT
           END-IF

           ADD 1 TO WS-ULTIMO-RPS

           MOVE WS-ULTIMO-RPS       TO WS-DET-NUMERO
           MOVE WS-DATA-SISTEMA     TO WS-DET-DATA-EMISSAO
           MOVE MOV-VALOR           TO WS-DET-VALOR
           MOVE MOV-CHAVE-CLIENTE   TO WS-DET-TOMADOR
           MOVE MOV-HISTORICO       TO WS-DET-DISCRIMINACAO
           PERFORM 4150-GRAVAR-DETALHE-LOTE
               THRU 4150-GRAVAR-DETALHE-LOTE-EXIT

           MOVE SPACES              TO RPSNOV-REG
           MOVE WS-ULTIMO-RPS       TO RPN-NUMERO
           MOVE MOV-CHAVE-CLIENTE   TO RPN-CHAVE-CLIENTE
           MOVE WS-PERIODO          TO RPN-PERIODO
           MOVE MOV-DATA            TO RPN-MOV-DATA
           MOVE MOV-SEQ             TO RPN-MOV-SEQ
           MOVE MOV-VALOR           TO RPN-VALOR
           MOVE WS-DATA-SISTEMA     TO RPN-DATA-EMISSAO
           SET RPN-EMITIDO          TO TRUE
           MOVE ZERO                TO RPN-DATA-CANCELAMENTO
           MOVE ZERO                TO RPN-NFSE-NUMERO
           MOVE ZERO                TO RPN-NFSE-DATA
           MOVE SPACES              TO RPN-NFSE-VERIFICACAO
           WRITE RPSNOV-REG
           ADD 1 TO WS-QTD-RPS-COPIADOS

           ADD 1 TO WS-QTD-EMITIDOS
           ADD MOV-VALOR TO WS-TOTAL-EMITIDO.
       4100-EMITIR-RPS-EXIT.
           EXIT.

      ******************************************************************
      * 4150-GRAVAR-DETALHE-LOTE - GRAVA NO LOTE O RPS MONTADO EM
      * WS-DET-xxx, COM O TOMADOR DO CLIEMSTR JA LIDO.
      ******************************************************************
       4150-GRAVAR-DETALHE-LOTE.
           MOVE SPACES              TO RPSLOTE-REG
           SET RPL-DETALHE          TO TRUE
           MOVE WS-SERIE-RPS        TO RPL-DET-SERIE
           MOVE WS-DET-NUMERO       TO RPL-DET-NUMERO
           MOVE WS-DET-DATA-EMISSAO TO RPL-DET-DATA-EMISSAO
           MOVE 'N'                 TO RPL-DET-SITUACAO
           MOVE WS-DET-VALOR        TO RPL-DET-VALOR
           MOVE WS-CODIGO-SERVICO   TO RPL-DET-SERVICO
           MOVE WS-DET-TOMADOR      TO RPL-DET-TOMADOR
           MOVE CLI-NOME            TO RPL-DET-NOME
           MOVE WS-LOGRADOURO       TO RPL-DET-LOGRADOURO
           MOVE WS-NUMERO           TO RPL-DET-NUMERO-END
           MOVE WS-COMPLEMENTO      TO RPL-DET-COMPLEMENTO
           MOVE WS-BAIRRO           TO RPL-DET-BAIRRO
           MOVE WS-CIDADE           TO RPL-DET-CIDADE
           MOVE WS-UF               TO RPL-DET-UF
           MOVE WS-CEP              TO RPL-DET-CEP
           MOVE WS-DET-DISCRIMINACAO TO RPL-DET-DISCRIMINACAO
           WRITE RPSLOTE-REG.
       4150-GRAVAR-DETALHE-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PROCURAR-RPS - VARRE O RPSCOMP ATRAS DE UM RPS JA GERADO
      * PARA O MOVIMENTO WS-PROC-MOV-DATA/WS-PROC-MOV-SEQ, EMITIDO,
      * RECUSADO OU CANCELADO - O RECUSADO E REENVIADO PELO 3300 COM O
      * MESMO NUMERO, NUNCA GANHA OUTRO.  WS-JA-EMITIDO INDICA O
      * RESULTADO.
      ******************************************************************
       4200-PROCURAR-RPS.
           MOVE 'N' TO WS-JA-EMITIDO
           IF WS-QTD-RPS-COMP EQUAL ZERO
               GO TO 4200-PROCURAR-RPS-EXIT
           END-IF

           MOVE 'N' TO WS-FIM-RPSCOMP
           OPEN INPUT RPSCOMP
           IF WS-FS-RPSCOMP NOT EQUAL '00'
               GO TO 4200-PROCURAR-RPS-EXIT
           END-IF

           PERFORM UNTIL FIM-RPSCOMP OR RPS-JA-EMITIDO
               READ RPSCOMP
                   AT END
                       SET FIM-RPSCOMP TO TRUE
                   NOT AT END
                       IF RPC-MOV-DATA EQUAL WS-PROC-MOV-DATA
                           AND RPC-MOV-SEQ EQUAL WS-PROC-MOV-SEQ
                           MOVE 'S' TO WS-JA-EMITIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPSCOMP.
       4200-PROCURAR-RPS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FECHAR-LOTE - GRAVA O RODAPE DO LOTE COM AS QUANTIDADES E
      * O VALOR TOTAL DOS RPS (NOVOS E REENVIADOS) E EXIBE O RESUMO DA
      * RODADA.
      ******************************************************************
       5000-FECHAR-LOTE.
           MOVE SPACES              TO RPSLOTE-REG
           SET RPL-RODAPE           TO TRUE
           COMPUTE RPL-ROD-QTD-RPS =
               WS-QTD-EMITIDOS + WS-QTD-REENVIADOS
           COMPUTE RPL-ROD-VALOR-TOTAL =
               WS-TOTAL-EMITIDO + WS-TOTAL-REENVIADO
           MOVE WS-QTD-CANCELADOS   TO RPL-ROD-QTD-CANCEL
           WRITE RPSLOTE-REG
           CLOSE RPSLOTE

           DISPLAY 'MENSALIDADES DA COMPETENCIA NO RAZMOVS: '
               WS-QTD-MENSALIDADES
           DISPLAY 'RPS EMITIDOS (RPSLOTE): ' WS-QTD-EMITIDOS
               ' VALOR: ' WS-TOTAL-EMITIDO
           DISPLAY 'ULTIMO NUMERO DE RPS: ' WS-ULTIMO-RPS
           DISPLAY 'JA EMITIDOS ANTES: ' WS-QTD-JA-EMITIDOS
               ' ESTORNADOS: ' WS-QTD-ESTORNADOS
               ' SEM CLIENTE: ' WS-QTD-SEM-CLIENTE
           DISPLAY 'RPS CANCELADOS POR ESTORNO: ' WS-QTD-CANCELADOS
           DISPLAY 'RPS RECUSADOS REENVIADOS: ' WS-QTD-REENVIADOS
               ' VALOR: ' WS-TOTAL-REENVIADO
           DISPLAY 'RECUSADOS COM DEBITO ESTORNADO: '
               WS-QTD-RECUSA-ESTORNO
               ' AINDA RECUSADOS: ' WS-QTD-RECUSA-PENDENTE.
       5000-FECHAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ATUALIZAR-REGISTRO - CONFERE A CONTAGEM DO RPSNOV CONTRA O
      * QUE FOI COPIADO E EMITIDO E SO ENTAO REGRAVA O RPSREG.
      ******************************************************************
       6000-ATUALIZAR-REGISTRO.
           MOVE 'N' TO WS-COPIA-RPS-OK
           MOVE ZERO TO WS-QTD-RPS-CONFERIDOS
           MOVE 'N' TO WS-FIM-RPSNOV
           OPEN INPUT RPSNOV
           IF WS-FS-RPSNOV EQUAL '00'
               PERFORM UNTIL FIM-RPSNOV
                   READ RPSNOV
                       AT END
                           SET FIM-RPSNOV TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-RPS-CONFERIDOS
                   END-READ
               END-PERFORM
               CLOSE RPSNOV
               IF WS-QTD-RPS-CONFERIDOS EQUAL WS-QTD-RPS-COPIADOS
                   MOVE 'S' TO WS-COPIA-RPS-OK
               END-IF
           END-IF

           IF NOT COPIA-RPS-OK
               DISPLAY 'COPIA DO REGISTRO NAO CONFERE - RPSREG '
                   'PRESERVADO. NAO ENVIE O RPSLOTE A PREFEITURA'
               MOVE 8 TO RETURN-CODE
               GO TO 6000-ATUALIZAR-REGISTRO-EXIT
           END-IF

           OPEN INPUT RPSNOV
           OPEN OUTPUT RPSREG
           MOVE 'N' TO WS-FIM-RPSNOV
           PERFORM UNTIL FIM-RPSNOV
               READ RPSNOV
                   AT END
                       SET FIM-RPSNOV TO TRUE
                   NOT AT END
                       MOVE RPSNOV-REG TO RPS-REG
                       WRITE RPS-REG
               END-READ
           END-PERFORM
           CLOSE RPSNOV
           CLOSE RPSREG
           DISPLAY 'REGISTRO DE RPS ATUALIZADO (RPSREG)'.
       6000-ATUALIZAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM NFSERPS.
