      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anonimizacao de clientes excluidos (LGPD) - vencido o
      *          prazo legal de guarda, apaga nome, endereco e
      *          contatos do cliente excluido em todos os arquivos
      *          que ainda os carregam.  Elegivel e o cliente inativo
      *          cuja exclusao mais recente no CLIEHIST tem mais de N
      *          anos (N digitado pelo supervisor) e cuja conta no
      *          RAZMSTR esta zerada (ou nao existe).  Primeiro lista
      *          os candidatos e as excecoes no relatorio de controle
      *          ANONREL; so depois da confirmacao do supervisor:
      *          - CLIEMSTR: nome vira 'ANONIMIZADO - LGPD' (88
      *            CLI-ANONIMIZADO), logradouro, numero, complemento
      *            e bairro sao apagados e o CEP fica so no setor
      *            (5 primeiros digitos); cidade e UF ficam para a
      *            estatistica regional e o CEP continua na faixa.
      *            Cada regravacao vai para o jornal CLIJRNL, como no
      *            CONDICOES, para o RECUPERA nao trazer o nome de
      *            volta depois de uma recarga;
      *          - CLIEHIST e CLIEXTR: mesmas mascaras de nome e
      *            endereco; CLICONT e CLICONTH: valor do contato;
      *          - CLIAUDIT: descricao das linhas da chave;
      *          - DEBAUTO: agencia zerada e conta mascarada (o
      *            banco fica para a estatistica da remessa).
      *          Chaves, datas, valores, situacao, operador, codigo
      *          de operacao e resultado ficam intocados - razao,
      *          RAZHIST e os totais do AUDICON continuam batendo.
      *          Cada arquivo sequencial e copiado com as mascaras,
      *          a copia e recontada e so entao o vivo e reescrito
      *          (mesmo ciclo do ARQUIVAR); contagem que nao bate
      *          deixa o vivo intocado.  Os arquivos sao tratados
      *          para toda chave ja anonimizada no CLIEMSTR, de modo
      *          que uma nova rodada completa o que uma anterior nao
      *          conseguiu.  Exige login de supervisor (OPERMSTR) e
      *          audita cada cliente no CLIAUDIT (operacao 'X').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

           SELECT RAZMSTR ASSIGN TO "RAZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WS-FS-RAZMSTR.

           SELECT OPERMSTR ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-FS-OPERMSTR.

           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIAUDIT.

           SELECT ANONAUD ASSIGN TO "ANONAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANONAUD.

           SELECT CLIEHIST ASSIGN TO "CLIEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIEHIST.

           SELECT ANONHIS ASSIGN TO "ANONHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANONHIS.

           SELECT CLICONT ASSIGN TO "CLICONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONT.

           SELECT ANONCTT ASSIGN TO "ANONCTT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANONCTT.

           SELECT CLICONTH ASSIGN TO "CLICONTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONTH.

           SELECT ANONCTH ASSIGN TO "ANONCTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANONCTH.

           SELECT CLIEXTR ASSIGN TO "CLIEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIEXTR.

           SELECT ANONEXT ASSIGN TO "ANONEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANONEXT.

           SELECT DEBAUTO ASSIGN TO "DEBAUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTO.

           SELECT ANONDBA ASSIGN TO "ANONDBA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANONDBA.

           SELECT CLIJRNL ASSIGN TO "CLIJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIJRNL.

           SELECT ANONCAND ASSIGN TO "ANONCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANONCAND.

           SELECT ANONREL ASSIGN TO "ANONREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANONREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

       FD  RAZMSTR
           LABEL RECORDS ARE STANDARD.
       01  RAZ-CTA-REG.
           COPY RAZCTA.

       FD  OPERMSTR
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REG.
           COPY OPERADOR.

       FD  CLIAUDIT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REG.
           COPY AUDITLOG.

       FD  ANONAUD
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ANON-REG              PIC X(70).

       FD  CLIEHIST
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-HIST-REG.
           COPY CLIHIST.

       FD  ANONHIS
           LABEL RECORDS ARE STANDARD.
       01  HIST-ANON-REG               PIC X(161).

       FD  CLICONT
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-REG.
           COPY CONTATO.

       FD  ANONCTT
           LABEL RECORDS ARE STANDARD.
       01  CTT-ANON-REG                PIC X(50).

       FD  CLICONTH
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-HIST-REG.
           COPY CONTHIST.

       FD  ANONCTH
           LABEL RECORDS ARE STANDARD.
       01  CTH-ANON-REG                PIC X(72).

       FD  CLIEXTR
           LABEL RECORDS ARE STANDARD.
       01  EXTRATO-REG.
           COPY EXTRCLI.

       FD  ANONEXT
           LABEL RECORDS ARE STANDARD.
       01  EXT-ANON-REG                PIC X(126).

       FD  DEBAUTO
           LABEL RECORDS ARE STANDARD.
       01  DEBAUT-REG.
           COPY DEBAUT.

       FD  ANONDBA
           LABEL RECORDS ARE STANDARD.
       01  DBA-ANON-REG                PIC X(44).

       FD  CLIJRNL
           LABEL RECORDS ARE STANDARD.
       01  JRN-REG.
           COPY JORNAL.

      * LISTA DE TRABALHO DOS CANDIDATOS DA RODADA, GRAVADA NA SELECAO
      * E RELIDA DEPOIS DA CONFIRMACAO DO SUPERVISOR.
       FD  ANONCAND
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATO-REG.
           03 CAN-CHAVE                PIC 9(06).
           03 CAN-DATA-EXCLUSAO        PIC 9(08).

       FD  ANONREL
           LABEL RECORDS ARE STANDARD.
       01  ANR-LINHA-REG               PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-RAZMSTR     PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).
           03 WS-FS-ANONAUD     PIC X(02).
           03 WS-FS-CLIEHIST    PIC X(02).
           03 WS-FS-ANONHIS     PIC X(02).
           03 WS-FS-CLICONT     PIC X(02).
           03 WS-FS-ANONCTT     PIC X(02).
           03 WS-FS-CLICONTH    PIC X(02).
           03 WS-FS-ANONCTH     PIC X(02).
           03 WS-FS-CLIEXTR     PIC X(02).
           03 WS-FS-ANONEXT     PIC X(02).
           03 WS-FS-DEBAUTO     PIC X(02).
           03 WS-FS-ANONDBA     PIC X(02).
           03 WS-FS-CLIJRNL     PIC X(02).
           03 WS-FS-ANONCAND    PIC X(02).
           03 WS-FS-ANONREL     PIC X(02).

       77 WS-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.
       77 WS-FIM-CLIEMSTR       PIC X(01) VALUE 'N'.
           88 FIM-CLIEMSTR      VALUE 'S'.
       77 WS-FIM-CLIEHIST       PIC X(01) VALUE 'N'.
           88 FIM-CLIEHIST      VALUE 'S'.

       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.
       77 WS-CONFIRMA           PIC X(01) VALUE 'N'.
           88 SUPERVISOR-CONFIRMOU VALUE 'S'.

      * PRAZO DE GUARDA E DATA DE CORTE: EXCLUIDO ANTES DA DATA DE
      * CORTE (HOJE MENOS N ANOS) JA CUMPRIU O PRAZO.
       77 WS-ANOS-GUARDA        PIC 9(02) VALUE ZERO.
       01  WS-DATA-CORTE        PIC 9(08).
       01  WS-DATA-CORTE-DEC REDEFINES WS-DATA-CORTE.
           03 WS-CORTE-ANO      PIC 9(04).
           03 WS-CORTE-MES      PIC 9(02).
           03 WS-CORTE-DIA      PIC 9(02).

       77 WS-DATA-EXCLUSAO      PIC 9(08).
       77 WS-CEP-SETOR          PIC 9(05).
       77 WS-SALDO-EDITADO      PIC -9(9).9(2).

      * TEXTOS QUE SUBSTITUEM OS DADOS PESSOAIS.  O NOME E O MESMO DO
      * 88 CLI-ANONIMIZADO (CLIENTE.CPY).
       77 WS-NOME-ANONIMO       PIC X(30) VALUE 'ANONIMIZADO - LGPD'.
       77 WS-CONTATO-ANONIMO    PIC X(40) VALUE 'ANONIMIZADO - LGPD'.
       77 WS-DESCRICAO-ANONIMA  PIC X(40)
                                VALUE 'DESCRICAO SUPRIMIDA - LGPD'.
       77 WS-CONTA-ANONIMA      PIC X(12) VALUE ALL '*'.

      * CONSULTA AO CLIEMSTR NA FASE DE MASCARAS - A ULTIMA CHAVE
      * CONSULTADA FICA GUARDADA, POIS OS ARQUIVOS TRAZEM AS LINHAS DE
      * UM MESMO CLIENTE EM SEQUENCIA.
       77 WS-CHAVE-CONSULTA     PIC 9(06).
       77 WS-ULT-CHAVE-CONSULTA PIC 9(06) VALUE ZERO.
       77 WS-CHAVE-ANONIMA      PIC X(01) VALUE 'N'.
           88 CHAVE-ANONIMIZADA VALUE 'S'.

       77 WS-QTD-INATIVOS       PIC 9(06) VALUE ZERO.
       77 WS-QTD-JA-ANONIMOS    PIC 9(06) VALUE ZERO.
       77 WS-QTD-NO-PRAZO       PIC 9(06) VALUE ZERO.
       77 WS-QTD-SEM-HIST       PIC 9(06) VALUE ZERO.
       77 WS-QTD-COM-SALDO      PIC 9(06) VALUE ZERO.
       77 WS-QTD-CANDIDATOS     PIC 9(06) VALUE ZERO.
       77 WS-QTD-ANONIMIZADOS   PIC 9(06) VALUE ZERO.
       77 WS-QTD-DESCARTADOS    PIC 9(06) VALUE ZERO.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZERO.
       77 WS-QTD-MASCARADOS     PIC 9(06) VALUE ZERO.
       77 WS-QTD-VERIFICADOS    PIC 9(06) VALUE ZERO.
       77 WS-SITUACAO           PIC X(30).
       77 WS-NOME-ARQUIVO       PIC X(08).
       77 WS-COPIA-OK           PIC X(01).
           88 COPIA-OK          VALUE 'S'.

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-CHAVE        PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

      * LINHAS DO RELATORIO DE CONTROLE ANONREL (72 COLUNAS).
       01  WS-LIN-SEPARADOR     PIC X(72) VALUE ALL '='.

       01  WS-LIN-CABECALHO.
           03 FILLER            PIC X(44) VALUE
              'ANONIMIZACAO DE CLIENTES EXCLUIDOS (LGPD) - '.
           03 WS-CAB-DATA       PIC 9(08).
           03 FILLER            PIC X(20) VALUE SPACES.

       01  WS-LIN-PARAMETROS.
           03 FILLER            PIC X(12) VALUE 'SUPERVISOR: '.
           03 WS-PAR-OPERADOR   PIC X(08).
           03 FILLER            PIC X(11) VALUE ' - GUARDA: '.
           03 WS-PAR-ANOS       PIC 9(02).
           03 FILLER            PIC X(27) VALUE
              ' ANOS - EXCLUIDOS ANTES DE '.
           03 WS-PAR-CORTE      PIC 9(08).
           03 FILLER            PIC X(04) VALUE SPACES.

       01  WS-LIN-TITULO.
           03 FILLER            PIC X(04) VALUE '=== '.
           03 WS-TIT-TEXTO      PIC X(64).
           03 FILLER            PIC X(04) VALUE ' ==='.

       01  WS-LIN-CLIENTE.
           03 WS-LCL-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCL-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCL-SITUACAO   PIC X(56) VALUE SPACES.

       01  WS-LIN-CONTROLE-CAB  PIC X(72) VALUE
           'ARQUIVO   LIDOS  MASCAR CONFER SITUACAO'.

       01  WS-LIN-CONTROLE.
           03 WS-LCT-ARQUIVO    PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-LIDOS      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-MASCARADOS PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-CONFERIDOS PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-SITUACAO   PIC X(30).
           03 FILLER            PIC X(12) VALUE SPACES.

       01  WS-LIN-RESUMO.
           03 WS-RES-TEXTO      PIC X(40).
           03 WS-RES-QTD        PIC ZZZZZ9.
           03 FILLER            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF LOGIN-EFETUADO
               OPEN OUTPUT ANONREL
               PERFORM 1100-GRAVAR-CABECALHO
               PERFORM 2000-SELECIONAR-CANDIDATOS
                   THRU 2000-SELECIONAR-CANDIDATOS-EXIT
               PERFORM 3000-CONFIRMAR THRU 3000-CONFIRMAR-EXIT
               IF SUPERVISOR-CONFIRMOU
                   PERFORM 4000-ANONIMIZAR-CADASTRO
                       THRU 4000-ANONIMIZAR-CADASTRO-EXIT
                   PERFORM 5000-MASCARAR-ARQUIVOS
                       THRU 5000-MASCARAR-ARQUIVOS-EXIT
               END-IF
               PERFORM 6000-GRAVAR-RESUMO
               CLOSE ANONREL
               DISPLAY 'RELATORIO DE CONTROLE GRAVADO EM ANONREL'
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE SUPERVISOR, CAPTURA O PRAZO
      * DE GUARDA EM ANOS E CALCULA A DATA DE CORTE.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'ANONIMIZACAO DE CLIENTES EXCLUIDOS (LGPD)'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT
           IF NOT LOGIN-EFETUADO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           DISPLAY 'PRAZO DE GUARDA APOS A EXCLUSAO, EM ANOS:'
           ACCEPT WS-ANOS-GUARDA
           PERFORM UNTIL WS-ANOS-GUARDA > ZERO
               DISPLAY 'PRAZO INVALIDO - DIGITE AO MENOS 1 ANO:'
               ACCEPT WS-ANOS-GUARDA
           END-PERFORM

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-DATA-CORTE
           SUBTRACT WS-ANOS-GUARDA FROM WS-CORTE-ANO
           IF WS-CORTE-MES EQUAL 2 AND WS-CORTE-DIA EQUAL 29
               MOVE 28 TO WS-CORTE-DIA
           END-IF
           DISPLAY 'SERAO CONSIDERADOS OS EXCLUIDOS ANTES DE '
               WS-DATA-CORTE.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE WS-DATA-SISTEMA  TO WS-CAB-DATA
           MOVE WS-OPERADOR-ID   TO WS-PAR-OPERADOR
           MOVE WS-ANOS-GUARDA   TO WS-PAR-ANOS
           MOVE WS-DATA-CORTE    TO WS-PAR-CORTE
           MOVE WS-LIN-SEPARADOR TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG
           MOVE WS-LIN-CABECALHO TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG
           MOVE WS-LIN-PARAMETROS TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG
           MOVE WS-LIN-SEPARADOR TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG.

      ******************************************************************
      * 1200-EFETUAR-LOGIN - EXIGE CREDENCIAIS DE OPERADOR ATIVO
      * (OPERMSTR), COM ATE 3 TENTATIVAS, COMO NO CEPMAN.
      ******************************************************************
       1200-EFETUAR-LOGIN.
           MOVE 'N' TO WS-LOGIN-OK
           MOVE ZERO TO WS-QTD-LOGIN-ERRO

           PERFORM UNTIL LOGIN-EFETUADO
                   OR WS-QTD-LOGIN-ERRO >= WS-MAX-LOGIN-ERRO
               DISPLAY 'ID DO SUPERVISOR:'
               ACCEPT WS-OPERADOR-ID
               DISPLAY 'SENHA:'
               ACCEPT WS-OPERADOR-SENHA
               PERFORM 1210-VALIDAR-OPERADOR
                   THRU 1210-VALIDAR-OPERADOR-EXIT
               IF NOT LOGIN-EFETUADO
                   AND WS-FS-OPERMSTR EQUAL '00'
                   ADD 1 TO WS-QTD-LOGIN-ERRO
                   DISPLAY 'OPERADOR SEM PERMISSAO OU SENHA INVALIDA'
                   MOVE 'N' TO WS-AUDIT-RESULTADO
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (ANONIMIZ)'
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
      * 1210-VALIDAR-OPERADOR - SO SUPERVISOR ATIVO, COM SENHA
      * BATENDO, ENTRA - A ANONIMIZACAO NAO TEM VOLTA.
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
                       AND OPER-PERFIL-SUPERVISOR
                       AND OPER-SENHA EQUAL WS-OPERADOR-SENHA
                       MOVE 'S' TO WS-LOGIN-OK
                       DISPLAY 'BEM-VINDO: ' OPER-NOME
                   END-IF
           END-READ
           CLOSE OPERMSTR.
       1210-VALIDAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECIONAR-CANDIDATOS - VARRE O CLIEMSTR E, PARA CADA
      * INATIVO AINDA NAO ANONIMIZADO, APURA A EXCLUSAO MAIS RECENTE
      * NO CLIEHIST E O SALDO NO RAZMSTR.  CANDIDATOS VAO PARA O
      * ANONCAND; CANDIDATOS E EXCECOES (SEM COPIA NO CLIEHIST, SALDO
      * EM ABERTO) SAEM NO ANONREL.  NADA E ALTERADO AQUI.
      ******************************************************************
       2000-SELECIONAR-CANDIDATOS.
           MOVE 'CLIENTES INATIVOS SELECIONADOS E EXCECOES'
               TO WS-TIT-TEXTO
           PERFORM 7950-GRAVAR-TITULO

           OPEN OUTPUT ANONCAND
           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'CLIEMSTR AUSENTE - NENHUM CLIENTE A AVALIAR'
               CLOSE ANONCAND
               GO TO 2000-SELECIONAR-CANDIDATOS-EXIT
           END-IF
           OPEN INPUT RAZMSTR

           MOVE 'N' TO WS-FIM-CLIEMSTR
           PERFORM UNTIL FIM-CLIEMSTR
               READ CLIEMSTR NEXT RECORD
                   AT END
                       SET FIM-CLIEMSTR TO TRUE
                   NOT AT END
                       IF CLI-INATIVO
                           ADD 1 TO WS-QTD-INATIVOS
                           IF CLI-ANONIMIZADO
                               ADD 1 TO WS-QTD-JA-ANONIMOS
                           ELSE
                               PERFORM 2100-AVALIAR-CLIENTE
                                   THRU 2100-AVALIAR-CLIENTE-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEMSTR
           IF WS-FS-RAZMSTR EQUAL '00'
               CLOSE RAZMSTR
           END-IF
           CLOSE ANONCAND

           DISPLAY 'INATIVOS: ' WS-QTD-INATIVOS
               ' JA ANONIMIZADOS: ' WS-QTD-JA-ANONIMOS
               ' NO PRAZO: ' WS-QTD-NO-PRAZO
           DISPLAY 'SEM COPIA NO CLIEHIST: ' WS-QTD-SEM-HIST
               ' COM SALDO: ' WS-QTD-COM-SALDO
               ' CANDIDATOS: ' WS-QTD-CANDIDATOS.
       2000-SELECIONAR-CANDIDATOS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-AVALIAR-CLIENTE - DECIDE SE O INATIVO CORRENTE E
      * CANDIDATO.  SEM COPIA NO CLIEHIST NAO HA COMO PROVAR A DATA
      * DA EXCLUSAO (A ALTERACAO NAO SERVE - A EXCLUSAO NAO A MEXE) E
      * O CLIENTE FICA DE FORA, LISTADO PARA O SUPERVISOR.
      ******************************************************************
       2100-AVALIAR-CLIENTE.
           MOVE CLI-CHAVE TO WS-LCL-CHAVE
           PERFORM 2110-BUSCAR-DATA-EXCLUSAO
               THRU 2110-BUSCAR-DATA-EXCLUSAO-EXIT
           MOVE WS-DATA-EXCLUSAO TO WS-LCL-DATA

           IF WS-DATA-EXCLUSAO EQUAL ZERO
               ADD 1 TO WS-QTD-SEM-HIST
               MOVE 'FORA - SEM COPIA DE EXCLUSAO NO CLIEHIST'
                   TO WS-LCL-SITUACAO
               PERFORM 7960-GRAVAR-CLIENTE
               GO TO 2100-AVALIAR-CLIENTE-EXIT
           END-IF

           IF WS-DATA-EXCLUSAO NOT LESS THAN WS-DATA-CORTE
               ADD 1 TO WS-QTD-NO-PRAZO
               GO TO 2100-AVALIAR-CLIENTE-EXIT
           END-IF

           IF WS-FS-RAZMSTR EQUAL '00'
               MOVE CLI-CHAVE TO RAZ-CHAVE
               READ RAZMSTR KEY IS RAZ-CHAVE
                   INVALID KEY
                       MOVE ZERO TO RAZ-SALDO
               END-READ
               IF RAZ-SALDO NOT EQUAL ZERO
                   ADD 1 TO WS-QTD-COM-SALDO
                   MOVE RAZ-SALDO TO WS-SALDO-EDITADO
                   STRING 'FORA - SALDO EM ABERTO NO RAZAO: '
                       WS-SALDO-EDITADO
                       DELIMITED BY SIZE INTO WS-LCL-SITUACAO
                   PERFORM 7960-GRAVAR-CLIENTE
                   GO TO 2100-AVALIAR-CLIENTE-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-QTD-CANDIDATOS
           MOVE CLI-CHAVE        TO CAN-CHAVE
           MOVE WS-DATA-EXCLUSAO TO CAN-DATA-EXCLUSAO
           WRITE CANDIDATO-REG
           MOVE 'CANDIDATO - PRAZO DE GUARDA VENCIDO, SALDO ZERO'
               TO WS-LCL-SITUACAO
           PERFORM 7960-GRAVAR-CLIENTE.
       2100-AVALIAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 2110-BUSCAR-DATA-EXCLUSAO - DEVOLVE EM WS-DATA-EXCLUSAO A
      * MAIOR HIST-DATA-EXCLUSAO DA CHAVE CORRENTE (ZERO SE NAO HA
      * COPIA).  VARREDURA SEQUENCIAL POR CLIENTE INATIVO - MESMO
      * CRITERIO DE CUSTO JA ACEITO NO VERIFICA.
      ******************************************************************
       2110-BUSCAR-DATA-EXCLUSAO.
           MOVE ZERO TO WS-DATA-EXCLUSAO
           MOVE 'N' TO WS-FIM-CLIEHIST

           OPEN INPUT CLIEHIST
           IF WS-FS-CLIEHIST NOT EQUAL '00'
               GO TO 2110-BUSCAR-DATA-EXCLUSAO-EXIT
           END-IF

           PERFORM UNTIL FIM-CLIEHIST
               READ CLIEHIST
                   AT END
                       SET FIM-CLIEHIST TO TRUE
                   NOT AT END
                       IF HIST-CHAVE EQUAL CLI-CHAVE
                           AND HIST-DATA-EXCLUSAO > WS-DATA-EXCLUSAO
                           MOVE HIST-DATA-EXCLUSAO
                               TO WS-DATA-EXCLUSAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEHIST.
       2110-BUSCAR-DATA-EXCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CONFIRMAR - MOSTRA A CONTAGEM E PEDE A CONFIRMACAO DO
      * SUPERVISOR.  SEM CONFIRMACAO A RODADA FICA SO COMO SIMULACAO
      * NO ANONREL.  COM ZERO CANDIDATOS A CONFIRMACAO AINDA REVISA
      * OS ARQUIVOS DOS CLIENTES JA ANONIMIZADOS.
      ******************************************************************
       3000-CONFIRMAR.
           MOVE 'N' TO WS-CONFIRMA
           DISPLAY 'CLIENTES A ANONIMIZAR: ' WS-QTD-CANDIDATOS
               ' (LISTA NO ANONREL)'
           DISPLAY 'A ANONIMIZACAO NAO TEM VOLTA. CONFIRMA (S/N)?'
           ACCEPT WS-CONFIRMA
           IF NOT SUPERVISOR-CONFIRMOU
               DISPLAY 'ANONIMIZACAO NAO CONFIRMADA - NADA ALTERADO'
               MOVE SPACES TO ANR-LINHA-REG
               WRITE ANR-LINHA-REG
               MOVE 'SIMULACAO - SUPERVISOR NAO CONFIRMOU, NADA FOI '
                   TO ANR-LINHA-REG
               WRITE ANR-LINHA-REG
               MOVE 'ALTERADO' TO ANR-LINHA-REG
               WRITE ANR-LINHA-REG
           END-IF.
       3000-CONFIRMAR-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ANONIMIZAR-CADASTRO - RELE O ANONCAND E REGRAVA CADA
      * CLIENTE NO CLIEMSTR COM AS MASCARAS, JORNALIZANDO A NOVA
      * IMAGEM.  SITUACAO OU SALDO QUE MUDOU DESDE A SELECAO DESCARTA
      * O CANDIDATO.
      ******************************************************************
       4000-ANONIMIZAR-CADASTRO.
           MOVE 'CADASTROS ANONIMIZADOS (CLIEMSTR)' TO WS-TIT-TEXTO
           PERFORM 7950-GRAVAR-TITULO

           IF WS-QTD-CANDIDATOS EQUAL ZERO
               GO TO 4000-ANONIMIZAR-CADASTRO-EXIT
           END-IF

           OPEN INPUT ANONCAND
           OPEN I-O CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O CLIEMSTR: ' WS-FS-CLIEMSTR
               CLOSE ANONCAND
               GO TO 4000-ANONIMIZAR-CADASTRO-EXIT
           END-IF
           OPEN INPUT RAZMSTR

           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ ANONCAND
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 4100-ANONIMIZAR-CLIENTE
                           THRU 4100-ANONIMIZAR-CLIENTE-EXIT
               END-READ
           END-PERFORM
           CLOSE ANONCAND
           CLOSE CLIEMSTR
           IF WS-FS-RAZMSTR EQUAL '00'
               CLOSE RAZMSTR
           END-IF

           DISPLAY 'CLIENTES ANONIMIZADOS: ' WS-QTD-ANONIMIZADOS
               ' DESCARTADOS: ' WS-QTD-DESCARTADOS.
       4000-ANONIMIZAR-CADASTRO-EXIT.
           EXIT.

       4100-ANONIMIZAR-CLIENTE.
           MOVE CAN-CHAVE         TO WS-LCL-CHAVE
           MOVE CAN-DATA-EXCLUSAO TO WS-LCL-DATA

           MOVE CAN-CHAVE TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   MOVE SPACE TO CLI-STATUS
           END-READ
           IF NOT CLI-INATIVO OR CLI-ANONIMIZADO
               ADD 1 TO WS-QTD-DESCARTADOS
               MOVE 'DESCARTADO - SITUACAO MUDOU DESDE A SELECAO'
                   TO WS-LCL-SITUACAO
               PERFORM 7960-GRAVAR-CLIENTE
               GO TO 4100-ANONIMIZAR-CLIENTE-EXIT
           END-IF

           IF WS-FS-RAZMSTR EQUAL '00'
               MOVE CAN-CHAVE TO RAZ-CHAVE
               READ RAZMSTR KEY IS RAZ-CHAVE
                   INVALID KEY
                       MOVE ZERO TO RAZ-SALDO
               END-READ
               IF RAZ-SALDO NOT EQUAL ZERO
                   ADD 1 TO WS-QTD-DESCARTADOS
                   MOVE 'DESCARTADO - SALDO MUDOU DESDE A SELECAO'
                       TO WS-LCL-SITUACAO
                   PERFORM 7960-GRAVAR-CLIENTE
                   GO TO 4100-ANONIMIZAR-CLIENTE-EXIT
               END-IF
           END-IF

           SET CLI-ANONIMIZADO TO TRUE
           MOVE 'ANONIMIZADO' TO WS-LOGRADOURO
           MOVE ZERO          TO WS-NUMERO
           MOVE SPACES        TO WS-COMPLEMENTO
           MOVE SPACES        TO WS-BAIRRO
           DIVIDE WS-CEP BY 1000 GIVING WS-CEP-SETOR
           MULTIPLY WS-CEP-SETOR BY 1000 GIVING WS-CEP
           REWRITE CLIENTE-REG
           PERFORM 7200-JORNALIZAR-CLIENTE

           ADD 1 TO WS-QTD-ANONIMIZADOS
           MOVE 'ANONIMIZADO' TO WS-LCL-SITUACAO
           PERFORM 7960-GRAVAR-CLIENTE

           MOVE CAN-CHAVE TO WS-AUDIT-CHAVE
           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'CLIENTE ANONIMIZADO (LGPD)' TO WS-AUDIT-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-LGPD.
       4100-ANONIMIZAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MASCARAR-ARQUIVOS - APLICA AS MASCARAS NOS ARQUIVOS
      * SEQUENCIAIS PARA TODA CHAVE ANONIMIZADA NO CLIEMSTR (DESTA OU
      * DE RODADAS ANTERIORES) E GRAVA UMA LINHA DE CONTROLE POR
      * ARQUIVO.
      ******************************************************************
       5000-MASCARAR-ARQUIVOS.
           MOVE 'ARQUIVOS MASCARADOS' TO WS-TIT-TEXTO
           PERFORM 7950-GRAVAR-TITULO
           MOVE WS-LIN-CONTROLE-CAB TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG

           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               DISPLAY 'CLIEMSTR AUSENTE - NENHUM ARQUIVO MASCARADO'
               GO TO 5000-MASCARAR-ARQUIVOS-EXIT
           END-IF
           MOVE ZERO TO WS-ULT-CHAVE-CONSULTA
           MOVE 'N' TO WS-CHAVE-ANONIMA

           PERFORM 5100-MASCARAR-CLICONT
               THRU 5100-MASCARAR-CLICONT-EXIT
           PERFORM 5200-MASCARAR-CLIEHIST
               THRU 5200-MASCARAR-CLIEHIST-EXIT
           PERFORM 5300-MASCARAR-CLICONTH
               THRU 5300-MASCARAR-CLICONTH-EXIT
           PERFORM 5400-MASCARAR-CLIEXTR
               THRU 5400-MASCARAR-CLIEXTR-EXIT
           PERFORM 5500-MASCARAR-CLIAUDIT
               THRU 5500-MASCARAR-CLIAUDIT-EXIT
           PERFORM 5600-MASCARAR-DEBAUTO
               THRU 5600-MASCARAR-DEBAUTO-EXIT
           CLOSE CLIEMSTR.
       5000-MASCARAR-ARQUIVOS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-MASCARAR-CLICONT - COPIA O CLICONT PARA O ANONCTT COM O
      * VALOR DO CONTATO MASCARADO, CONFERE A COPIA E SO ENTAO
      * REGRAVA O CLICONT.
      ******************************************************************
       5100-MASCARAR-CLICONT.
           MOVE 'CLICONT' TO WS-NOME-ARQUIVO
           PERFORM 5900-ZERAR-CONTAGENS

           OPEN INPUT CLICONT
           IF WS-FS-CLICONT NOT EQUAL '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5100-MASCARAR-CLICONT-EXIT
           END-IF

           OPEN OUTPUT ANONCTT
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLICONT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE CTT-CHAVE-CLIENTE TO WS-CHAVE-CONSULTA
                       PERFORM 8200-CONSULTAR-ANONIMIZADO
                       IF CHAVE-ANONIMIZADA
                           AND CTT-VALOR NOT EQUAL WS-CONTATO-ANONIMO
                           MOVE WS-CONTATO-ANONIMO TO CTT-VALOR
                           ADD 1 TO WS-QTD-MASCARADOS
                       END-IF
                       MOVE CONTATO-REG TO CTT-ANON-REG
                       WRITE CTT-ANON-REG
               END-READ
           END-PERFORM
           CLOSE CLICONT
           CLOSE ANONCTT

           IF WS-QTD-MASCARADOS EQUAL ZERO
               MOVE 'OK - NADA A MASCARAR' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5100-MASCARAR-CLICONT-EXIT
           END-IF

           MOVE 'N' TO WS-COPIA-OK
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ANONCTT
           IF WS-FS-ANONCTT EQUAL '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONCTT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ANONCTT
           END-IF
           IF WS-QTD-VERIFICADOS EQUAL WS-QTD-LIDOS
               MOVE 'S' TO WS-COPIA-OK
           END-IF

           IF COPIA-OK
               OPEN INPUT ANONCTT
               OPEN OUTPUT CLICONT
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONCTT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE CTT-ANON-REG TO CONTATO-REG
                           WRITE CONTATO-REG
                   END-READ
               END-PERFORM
               CLOSE ANONCTT
               CLOSE CLICONT
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'NAO-OK - VIVO INTOCADO' TO WS-SITUACAO
           END-IF
           PERFORM 7970-GRAVAR-CONTROLE.
       5100-MASCARAR-CLICONT-EXIT.
           EXIT.

      ******************************************************************
      * 5200-MASCARAR-CLIEHIST - MESMO CICLO DO 5100 PARA O CLIEHIST:
      * NOME E ENDERECO DA COPIA DE EXCLUSAO, COM AS MASCARAS DO
      * CLIEMSTR; DATAS, OPERADOR E CHAVE DESTINO FICAM.
      ******************************************************************
       5200-MASCARAR-CLIEHIST.
           MOVE 'CLIEHIST' TO WS-NOME-ARQUIVO
           PERFORM 5900-ZERAR-CONTAGENS

           OPEN INPUT CLIEHIST
           IF WS-FS-CLIEHIST NOT EQUAL '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5200-MASCARAR-CLIEHIST-EXIT
           END-IF

           OPEN OUTPUT ANONHIS
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIEHIST
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE HIST-CHAVE TO WS-CHAVE-CONSULTA
                       PERFORM 8200-CONSULTAR-ANONIMIZADO
                       IF CHAVE-ANONIMIZADA
                           AND HIST-NOME NOT EQUAL WS-NOME-ANONIMO
                           MOVE WS-NOME-ANONIMO TO HIST-NOME
                           MOVE 'ANONIMIZADO' TO HIST-LOGRADOURO
                           MOVE ZERO          TO HIST-NUMERO
                           MOVE SPACES        TO HIST-COMPLEMENTO
                           MOVE SPACES        TO HIST-BAIRRO
                           DIVIDE HIST-CEP BY 1000
                               GIVING WS-CEP-SETOR
                           MULTIPLY WS-CEP-SETOR BY 1000
                               GIVING HIST-CEP
                           ADD 1 TO WS-QTD-MASCARADOS
                       END-IF
                       MOVE CLIENTE-HIST-REG TO HIST-ANON-REG
                       WRITE HIST-ANON-REG
               END-READ
           END-PERFORM
           CLOSE CLIEHIST
           CLOSE ANONHIS

           IF WS-QTD-MASCARADOS EQUAL ZERO
               MOVE 'OK - NADA A MASCARAR' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5200-MASCARAR-CLIEHIST-EXIT
           END-IF

           MOVE 'N' TO WS-COPIA-OK
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ANONHIS
           IF WS-FS-ANONHIS EQUAL '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONHIS
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ANONHIS
           END-IF
           IF WS-QTD-VERIFICADOS EQUAL WS-QTD-LIDOS
               MOVE 'S' TO WS-COPIA-OK
           END-IF

           IF COPIA-OK
               OPEN INPUT ANONHIS
               OPEN OUTPUT CLIEHIST
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONHIS
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE HIST-ANON-REG TO CLIENTE-HIST-REG
                           WRITE CLIENTE-HIST-REG
                   END-READ
               END-PERFORM
               CLOSE ANONHIS
               CLOSE CLIEHIST
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'NAO-OK - VIVO INTOCADO' TO WS-SITUACAO
           END-IF
           PERFORM 7970-GRAVAR-CONTROLE.
       5200-MASCARAR-CLIEHIST-EXIT.
           EXIT.

      ******************************************************************
      * 5300-MASCARAR-CLICONTH - MESMO CICLO DO 5100 PARA O CLICONTH:
      * VALOR DO CONTATO GUARDADO NA EXCLUSAO.
      ******************************************************************
       5300-MASCARAR-CLICONTH.
           MOVE 'CLICONTH' TO WS-NOME-ARQUIVO
           PERFORM 5900-ZERAR-CONTAGENS

           OPEN INPUT CLICONTH
           IF WS-FS-CLICONTH NOT EQUAL '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5300-MASCARAR-CLICONTH-EXIT
           END-IF

           OPEN OUTPUT ANONCTH
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLICONTH
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE CTH-CHAVE-CLIENTE TO WS-CHAVE-CONSULTA
                       PERFORM 8200-CONSULTAR-ANONIMIZADO
                       IF CHAVE-ANONIMIZADA
                           AND CTH-VALOR NOT EQUAL WS-CONTATO-ANONIMO
                           MOVE WS-CONTATO-ANONIMO TO CTH-VALOR
                           ADD 1 TO WS-QTD-MASCARADOS
                       END-IF
                       MOVE CONTATO-HIST-REG TO CTH-ANON-REG
                       WRITE CTH-ANON-REG
               END-READ
           END-PERFORM
           CLOSE CLICONTH
           CLOSE ANONCTH

           IF WS-QTD-MASCARADOS EQUAL ZERO
               MOVE 'OK - NADA A MASCARAR' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5300-MASCARAR-CLICONTH-EXIT
           END-IF

           MOVE 'N' TO WS-COPIA-OK
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ANONCTH
           IF WS-FS-ANONCTH EQUAL '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONCTH
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ANONCTH
           END-IF
           IF WS-QTD-VERIFICADOS EQUAL WS-QTD-LIDOS
               MOVE 'S' TO WS-COPIA-OK
           END-IF

           IF COPIA-OK
               OPEN INPUT ANONCTH
               OPEN OUTPUT CLICONTH
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONCTH
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE CTH-ANON-REG TO CONTATO-HIST-REG
                           WRITE CONTATO-HIST-REG
                   END-READ
               END-PERFORM
               CLOSE ANONCTH
               CLOSE CLICONTH
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'NAO-OK - VIVO INTOCADO' TO WS-SITUACAO
           END-IF
           PERFORM 7970-GRAVAR-CONTROLE.
       5300-MASCARAR-CLICONTH-EXIT.
           EXIT.

      ******************************************************************
      * 5400-MASCARAR-CLIEXTR - MESMO CICLO DO 5100 PARA O CLIEXTR DA
      * ULTIMA RODADA DO EXTRATO: NOME E ENDERECO DA LINHA.
      ******************************************************************
       5400-MASCARAR-CLIEXTR.
           MOVE 'CLIEXTR' TO WS-NOME-ARQUIVO
           PERFORM 5900-ZERAR-CONTAGENS

           OPEN INPUT CLIEXTR
           IF WS-FS-CLIEXTR NOT EQUAL '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5400-MASCARAR-CLIEXTR-EXIT
           END-IF

           OPEN OUTPUT ANONEXT
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIEXTR
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE EXT-CHAVE TO WS-CHAVE-CONSULTA
                       PERFORM 8200-CONSULTAR-ANONIMIZADO
                       IF CHAVE-ANONIMIZADA
                           AND EXT-NOME NOT EQUAL WS-NOME-ANONIMO
                           MOVE WS-NOME-ANONIMO TO EXT-NOME
                           MOVE 'ANONIMIZADO' TO EXT-LOGRADOURO
                           MOVE ZERO          TO EXT-NUMERO
                           MOVE SPACES        TO EXT-COMPLEMENTO
                           MOVE SPACES        TO EXT-BAIRRO
                           DIVIDE EXT-CEP BY 1000
                               GIVING WS-CEP-SETOR
                           MULTIPLY WS-CEP-SETOR BY 1000
                               GIVING EXT-CEP
                           ADD 1 TO WS-QTD-MASCARADOS
                       END-IF
                       MOVE EXTRATO-REG TO EXT-ANON-REG
                       WRITE EXT-ANON-REG
               END-READ
           END-PERFORM
           CLOSE CLIEXTR
           CLOSE ANONEXT

           IF WS-QTD-MASCARADOS EQUAL ZERO
               MOVE 'OK - NADA A MASCARAR' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5400-MASCARAR-CLIEXTR-EXIT
           END-IF

           MOVE 'N' TO WS-COPIA-OK
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ANONEXT
           IF WS-FS-ANONEXT EQUAL '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ANONEXT
           END-IF
           IF WS-QTD-VERIFICADOS EQUAL WS-QTD-LIDOS
               MOVE 'S' TO WS-COPIA-OK
           END-IF

           IF COPIA-OK
               OPEN INPUT ANONEXT
               OPEN OUTPUT CLIEXTR
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE EXT-ANON-REG TO EXTRATO-REG
                           WRITE EXTRATO-REG
                   END-READ
               END-PERFORM
               CLOSE ANONEXT
               CLOSE CLIEXTR
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'NAO-OK - VIVO INTOCADO' TO WS-SITUACAO
           END-IF
           PERFORM 7970-GRAVAR-CONTROLE.
       5400-MASCARAR-CLIEXTR-EXIT.
           EXIT.

      ******************************************************************
      * 5500-MASCARAR-CLIAUDIT - MESMO CICLO DO 5100 PARA O CLIAUDIT:
      * SO A DESCRICAO DAS LINHAS DA CHAVE (TEXTO LIVRE, COMO O MOTIVO
      * DA BAIXA, PODE CARREGAR DADO PESSOAL).  DATA, HORA, OPERADOR,
      * OPERACAO E RESULTADO FICAM - OS TOTAIS DO AUDICON NAO MUDAM.
      * AS LINHAS DE LOGIN/TABELA (CHAVE ZERO) E AS DA PROPRIA
      * ANONIMIZACAO ('X') NAO SAO TOCADAS.
      ******************************************************************
       5500-MASCARAR-CLIAUDIT.
           MOVE 'CLIAUDIT' TO WS-NOME-ARQUIVO
           PERFORM 5900-ZERAR-CONTAGENS

           OPEN INPUT CLIAUDIT
           IF WS-FS-CLIAUDIT NOT EQUAL '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5500-MASCARAR-CLIAUDIT-EXIT
           END-IF

           OPEN OUTPUT ANONAUD
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIAUDIT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF AUDIT-OPERACAO NOT EQUAL 'X'
                           MOVE AUDIT-CHAVE TO WS-CHAVE-CONSULTA
                           PERFORM 8200-CONSULTAR-ANONIMIZADO
                           IF CHAVE-ANONIMIZADA
                               AND AUDIT-DESCRICAO NOT EQUAL
                                   WS-DESCRICAO-ANONIMA
                               MOVE WS-DESCRICAO-ANONIMA
                                   TO AUDIT-DESCRICAO
                               ADD 1 TO WS-QTD-MASCARADOS
                           END-IF
                       END-IF
                       MOVE AUDIT-REG TO AUDIT-ANON-REG
                       WRITE AUDIT-ANON-REG
               END-READ
           END-PERFORM
           CLOSE CLIAUDIT
           CLOSE ANONAUD

           IF WS-QTD-MASCARADOS EQUAL ZERO
               MOVE 'OK - NADA A MASCARAR' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5500-MASCARAR-CLIAUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-COPIA-OK
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ANONAUD
           IF WS-FS-ANONAUD EQUAL '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONAUD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ANONAUD
           END-IF
           IF WS-QTD-VERIFICADOS EQUAL WS-QTD-LIDOS
               MOVE 'S' TO WS-COPIA-OK
           END-IF

           IF COPIA-OK
               OPEN INPUT ANONAUD
               OPEN OUTPUT CLIAUDIT
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONAUD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE AUDIT-ANON-REG TO AUDIT-REG
                           WRITE AUDIT-REG
                   END-READ
               END-PERFORM
               CLOSE ANONAUD
               CLOSE CLIAUDIT
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'NAO-OK - VIVO INTOCADO' TO WS-SITUACAO
           END-IF
           PERFORM 7970-GRAVAR-CONTROLE.
       5500-MASCARAR-CLIAUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 5600-MASCARAR-DEBAUTO - MESMO CICLO DO 5100 PARA OS MANDATOS
      * DE DEBITO AUTOMATICO: AGENCIA ZERADA E CONTA MASCARADA.
      * CHAVE, BANCO, DATAS, SITUACAO E RECUSAS FICAM COMO ESTAO.
      ******************************************************************
       5600-MASCARAR-DEBAUTO.
           MOVE 'DEBAUTO' TO WS-NOME-ARQUIVO
           PERFORM 5900-ZERAR-CONTAGENS

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               MOVE 'ARQUIVO AUSENTE' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5600-MASCARAR-DEBAUTO-EXIT
           END-IF

           OPEN OUTPUT ANONDBA
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ DEBAUTO
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE DBA-CHAVE-CLIENTE TO WS-CHAVE-CONSULTA
                       PERFORM 8200-CONSULTAR-ANONIMIZADO
                       IF CHAVE-ANONIMIZADA
                           AND (DBA-AGENCIA NOT EQUAL ZERO
                             OR DBA-CONTA NOT EQUAL WS-CONTA-ANONIMA)
                           MOVE ZERO TO DBA-AGENCIA
                           MOVE WS-CONTA-ANONIMA TO DBA-CONTA
                           ADD 1 TO WS-QTD-MASCARADOS
                       END-IF
                       MOVE DEBAUT-REG TO DBA-ANON-REG
                       WRITE DBA-ANON-REG
               END-READ
           END-PERFORM
           CLOSE DEBAUTO
           CLOSE ANONDBA

           IF WS-QTD-MASCARADOS EQUAL ZERO
               MOVE 'OK - NADA A MASCARAR' TO WS-SITUACAO
               PERFORM 7970-GRAVAR-CONTROLE
               GO TO 5600-MASCARAR-DEBAUTO-EXIT
           END-IF

           MOVE 'N' TO WS-COPIA-OK
           MOVE 'N' TO WS-FIM-ARQUIVO
           OPEN INPUT ANONDBA
           IF WS-FS-ANONDBA EQUAL '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONDBA
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ANONDBA
           END-IF
           IF WS-QTD-VERIFICADOS EQUAL WS-QTD-LIDOS
               MOVE 'S' TO WS-COPIA-OK
           END-IF

           IF COPIA-OK
               OPEN INPUT ANONDBA
               OPEN OUTPUT DEBAUTO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ANONDBA
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE DBA-ANON-REG TO DEBAUT-REG
                           WRITE DEBAUT-REG
                   END-READ
               END-PERFORM
               CLOSE ANONDBA
               CLOSE DEBAUTO
               MOVE 'OK' TO WS-SITUACAO
           ELSE
               MOVE 'NAO-OK - VIVO INTOCADO' TO WS-SITUACAO
           END-IF
           PERFORM 7970-GRAVAR-CONTROLE.
       5600-MASCARAR-DEBAUTO-EXIT.
           EXIT.

       5900-ZERAR-CONTAGENS.
           MOVE ZERO TO WS-QTD-LIDOS
           MOVE ZERO TO WS-QTD-MASCARADOS
           MOVE ZERO TO WS-QTD-VERIFICADOS
           MOVE SPACES TO WS-SITUACAO.

      ******************************************************************
      * 6000-GRAVAR-RESUMO - TOTAIS DA RODADA NO ANONREL E AUDITORIA
      * DA EXECUCAO (CHAVE ZERO).
      ******************************************************************
       6000-GRAVAR-RESUMO.
           MOVE 'RESUMO' TO WS-TIT-TEXTO
           PERFORM 7950-GRAVAR-TITULO
           MOVE 'CLIENTES INATIVOS NO CLIEMSTR' TO WS-RES-TEXTO
           MOVE WS-QTD-INATIVOS TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'JA ANONIMIZADOS EM RODADAS ANTERIORES'
               TO WS-RES-TEXTO
           MOVE WS-QTD-JA-ANONIMOS TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'AINDA DENTRO DO PRAZO DE GUARDA' TO WS-RES-TEXTO
           MOVE WS-QTD-NO-PRAZO TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'FORA - SEM COPIA DE EXCLUSAO' TO WS-RES-TEXTO
           MOVE WS-QTD-SEM-HIST TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'FORA - SALDO EM ABERTO' TO WS-RES-TEXTO
           MOVE WS-QTD-COM-SALDO TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'CANDIDATOS' TO WS-RES-TEXTO
           MOVE WS-QTD-CANDIDATOS TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'ANONIMIZADOS NESTA RODADA' TO WS-RES-TEXTO
           MOVE WS-QTD-ANONIMIZADOS TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO
           MOVE 'DESCARTADOS NA CONFIRMACAO' TO WS-RES-TEXTO
           MOVE WS-QTD-DESCARTADOS TO WS-RES-QTD
           PERFORM 7980-GRAVAR-RESUMO

           MOVE ZERO TO WS-AUDIT-CHAVE
           MOVE SPACES TO WS-AUDIT-DESCRICAO
           IF SUPERVISOR-CONFIRMOU
               MOVE 'S' TO WS-AUDIT-RESULTADO
               STRING 'ANONIMIZACAO LGPD - ' WS-QTD-ANONIMIZADOS
                   ' CLIENTES'
                   DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO
           ELSE
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'ANONIMIZACAO LGPD NAO CONFIRMADA'
                   TO WS-AUDIT-DESCRICAO
           END-IF
           PERFORM 7100-GRAVAR-AUDITORIA-LGPD.

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
      * 7100-GRAVAR-AUDITORIA-LGPD - REGISTRA NO CLIAUDIT UMA
      * OPERACAO DA ANONIMIZACAO (OPERACAO 'X').
      ******************************************************************
       7100-GRAVAR-AUDITORIA-LGPD.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'X'                  TO AUDIT-OPERACAO
           MOVE WS-AUDIT-CHAVE       TO AUDIT-CHAVE
           MOVE WS-AUDIT-RESULTADO   TO AUDIT-RESULTADO
           MOVE WS-AUDIT-DESCRICAO   TO AUDIT-DESCRICAO
           PERFORM 7900-GRAVAR-AUDIT-REG.

      ******************************************************************
      * 7200-JORNALIZAR-CLIENTE - GRAVA NO JORNAL CLIJRNL A IMAGEM
      * POSTERIOR DO CLIENTE RECEM-ANONIMIZADO, COMO NO CONDICOES,
      * PARA O ROLL-FORWARD DO RECUPERA DEPOIS DE UMA RECARGA.
      ******************************************************************
       7200-JORNALIZAR-CLIENTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO JRN-DATA
           MOVE WS-HORA-SISTEMA TO JRN-HORA
           MOVE 'CLIEMSTR'      TO JRN-ARQUIVO
           MOVE 'W'             TO JRN-OPERACAO
           MOVE CLI-CHAVE       TO JRN-CHAVE
           MOVE SPACES          TO JRN-DADOS
           MOVE CLIENTE-REG     TO JRN-DADOS

           OPEN EXTEND CLIJRNL
           IF WS-FS-CLIJRNL EQUAL '35'
               OPEN OUTPUT CLIJRNL
               CLOSE CLIJRNL
               OPEN EXTEND CLIJRNL
           END-IF
           WRITE JRN-REG
           CLOSE CLIJRNL.

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
      * 7950 A 7980 - GRAVACAO DAS LINHAS DO ANONREL.
      ******************************************************************
       7950-GRAVAR-TITULO.
           MOVE WS-LIN-TITULO TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG
           MOVE SPACES TO WS-TIT-TEXTO.

       7960-GRAVAR-CLIENTE.
           MOVE WS-LIN-CLIENTE TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG
           MOVE SPACES TO WS-LCL-SITUACAO.

       7970-GRAVAR-CONTROLE.
           MOVE WS-NOME-ARQUIVO    TO WS-LCT-ARQUIVO
           MOVE WS-QTD-LIDOS       TO WS-LCT-LIDOS
           MOVE WS-QTD-MASCARADOS  TO WS-LCT-MASCARADOS
           MOVE WS-QTD-VERIFICADOS TO WS-LCT-CONFERIDOS
           MOVE WS-SITUACAO        TO WS-LCT-SITUACAO
           MOVE WS-LIN-CONTROLE    TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG
           DISPLAY WS-NOME-ARQUIVO ' - LIDOS: ' WS-QTD-LIDOS
               ' MASCARADOS: ' WS-QTD-MASCARADOS ' ' WS-SITUACAO.

       7980-GRAVAR-RESUMO.
           MOVE WS-LIN-RESUMO TO ANR-LINHA-REG
           WRITE ANR-LINHA-REG.

      ******************************************************************
      * 8200-CONSULTAR-ANONIMIZADO - LIGA CHAVE-ANONIMIZADA SE A CHAVE
      * EM WS-CHAVE-CONSULTA ESTA ANONIMIZADA NO CLIEMSTR (ABERTO EM
      * INPUT PELO 5000).  REPETE A RESPOSTA DA CHAVE ANTERIOR SEM
      * RELER; CHAVE ZERO NUNCA E CLIENTE.
      ******************************************************************
       8200-CONSULTAR-ANONIMIZADO.
           IF WS-CHAVE-CONSULTA EQUAL ZERO
               MOVE 'N' TO WS-CHAVE-ANONIMA
           ELSE
               IF WS-CHAVE-CONSULTA NOT EQUAL WS-ULT-CHAVE-CONSULTA
                   MOVE WS-CHAVE-CONSULTA TO WS-ULT-CHAVE-CONSULTA
                   MOVE 'N' TO WS-CHAVE-ANONIMA
                   MOVE WS-CHAVE-CONSULTA TO CLI-CHAVE
                   READ CLIEMSTR KEY IS CLI-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-ANONIMIZADO
                               MOVE 'S' TO WS-CHAVE-ANONIMA
                           END-IF
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM ANONIMIZ.
