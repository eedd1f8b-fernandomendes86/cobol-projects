      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de dados pessoais do titular (LGPD) - para
      *          atender o pedido do cliente de saber tudo o que se
      *          guarda dele, reune no TITUREL, sob uma unica chave,
      *          o cadastro (CLIEMSTR), os contatos (CLICONT), as
      *          copias de exclusao (CLIEHIST e CLICONTH), as linhas
      *          do extrato a jusante (CLIEXTR), a correspondencia
      *          devolvida (DEVOLMST), os mandatos de debito
      *          automatico com banco, agencia e conta (DEBAUTO) e as
      *          linhas de auditoria (CLIAUDIT) da chave.  So le -
      *          nada e alterado.  Exige login de operador de
      *          manutencao ou supervisor (OPERMSTR) e audita a
      *          emissao no CLIAUDIT (operacao 'X', a mesma do
      *          ANONIMIZ).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULAR.
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

           SELECT CLIEHIST ASSIGN TO "CLIEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIEHIST.

           SELECT CLICONTH ASSIGN TO "CLICONTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLICONTH.

           SELECT CLIEXTR ASSIGN TO "CLIEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLIEXTR.

           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT DEBAUTO ASSIGN TO "DEBAUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEBAUTO.

           SELECT OPERMSTR ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-FS-OPERMSTR.

           SELECT CLIAUDIT ASSIGN TO "CLIAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIAUDIT.

           SELECT TITUREL ASSIGN TO "TITUREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TITUREL.

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

       FD  CLIEHIST
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-HIST-REG.
           COPY CLIHIST.

       FD  CLICONTH
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-HIST-REG.
           COPY CONTHIST.

       FD  CLIEXTR
           LABEL RECORDS ARE STANDARD.
       01  EXTRATO-REG.
           COPY EXTRCLI.

       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  DEBAUTO
           LABEL RECORDS ARE STANDARD.
       01  DEBAUT-REG.
           COPY DEBAUT.

       FD  OPERMSTR
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REG.
           COPY OPERADOR.

       FD  CLIAUDIT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REG.
           COPY AUDITLOG.

       FD  TITUREL
           LABEL RECORDS ARE STANDARD.
       01  TIT-LINHA-REG            PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-CLICONT     PIC X(02).
           03 WS-FS-CLIEHIST    PIC X(02).
           03 WS-FS-CLICONTH    PIC X(02).
           03 WS-FS-CLIEXTR     PIC X(02).
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-DEBAUTO     PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).
           03 WS-FS-TITUREL     PIC X(02).

       77 WS-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.

       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.

       77 WS-CHAVE-BUSCA        PIC 9(06).
       77 WS-QTD-ITENS-SECAO    PIC 9(05) VALUE ZERO.
       77 WS-QTD-ITENS-TOTAL    PIC 9(06) VALUE ZERO.

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

      * ENDERECO A IMPRIMIR - CADA ARQUIVO CARREGA O SEU COM PREFIXO
      * PROPRIO; O PARAGRAFO 3980 IMPRIME DAQUI.
       01  WS-ENDERECO-IMPRESSAO.
           COPY ENDERECO REPLACING LEADING ==WS-== BY ==WS-IMP-==.

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-CHAVE        PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

      * LINHAS DO RELATORIO (72 COLUNAS).
       01  WS-LIN-SEPARADOR     PIC X(72) VALUE ALL '='.

       01  WS-LIN-CABECALHO.
           03 FILLER            PIC X(41) VALUE
              'DADOS PESSOAIS DO TITULAR (LGPD) - CHAVE '.
           03 WS-CAB-CHAVE      PIC 9(06).
           03 FILLER            PIC X(13) VALUE ' - EMITIDO EM'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-CAB-DATA       PIC 9(08).
           03 FILLER            PIC X(03) VALUE SPACES.

       01  WS-LIN-EMISSOR.
           03 FILLER            PIC X(14) VALUE 'EMITIDO POR.: '.
           03 WS-EMI-OPERADOR   PIC X(08).
           03 FILLER            PIC X(50) VALUE SPACES.

       01  WS-LIN-TITULO.
           03 FILLER            PIC X(04) VALUE '=== '.
           03 WS-TIT-TEXTO      PIC X(64).
           03 FILLER            PIC X(04) VALUE ' ==='.

       01  WS-LIN-ROTULO.
           03 WS-ROT-TEXTO      PIC X(14).
           03 WS-ROT-VALOR      PIC X(58).

       01  WS-LIN-CONTATO.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LCT-SEQ        PIC 9(02).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-TIPO       PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-VALOR      PIC X(40).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LCT-PREFERIDO  PIC X(09).
           03 FILLER            PIC X(08) VALUE SPACES.

       01  WS-LIN-AUDITORIA.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LAU-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LAU-HORA       PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LAU-OPERACAO   PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LAU-OPERADOR   PIC X(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LAU-RESULTADO  PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-LAU-DESCRICAO  PIC X(40).
           03 FILLER            PIC X(01) VALUE SPACE.

       01  WS-LIN-CONTAGEM.
           03 FILLER            PIC X(30) VALUE
              '    REGISTROS NESTE ARQUIVO: '.
           03 WS-CNT-QTD        PIC ZZZZ9.
           03 FILLER            PIC X(37) VALUE SPACES.

       01  WS-LIN-TOTAL.
           03 FILLER            PIC X(38) VALUE
              'TOTAL DE REGISTROS DO TITULAR: '.
           03 WS-TOT-QTD        PIC ZZZZZ9.
           03 FILLER            PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF LOGIN-EFETUADO
               PERFORM 2000-EMITIR-RELATORIO
                   THRU 2000-EMITIR-RELATORIO-EXIT
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE MANUTENCAO OU SUPERVISOR.
      * LOGIN RECUSADO ENCERRA SEM EMITIR NADA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT.
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
                   DISPLAY 'OPERADOR SEM PERMISSAO OU SENHA INVALIDA'
                   MOVE 'N' TO WS-AUDIT-RESULTADO
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (TITULAR)'
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
      * 1210-VALIDAR-OPERADOR - SO OPERADOR ATIVO DE PERFIL 'M' OU
      * 'S', COM SENHA BATENDO, ENTRA - O PERFIL DE CONSULTA NAO
      * EMITE O RELATORIO DO TITULAR.
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
                       AND (OPER-PERFIL-MANUTENCAO
                           OR OPER-PERFIL-SUPERVISOR)
                       AND OPER-SENHA EQUAL WS-OPERADOR-SENHA
                       MOVE 'S' TO WS-LOGIN-OK
                       DISPLAY 'BEM-VINDO: ' OPER-NOME
                   END-IF
           END-READ
           CLOSE OPERMSTR.
       1210-VALIDAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EMITIR-RELATORIO - CONFERE A CHAVE (DV) E GRAVA NO
      * TITUREL UMA SECAO POR ARQUIVO, CADA UMA COM A SUA CONTAGEM.
      * A CHAVE E PROCURADA EM TODOS OS ARQUIVOS MESMO QUE NAO CONSTE
      * MAIS DO CLIEMSTR.
      ******************************************************************
       2000-EMITIR-RELATORIO.
           DISPLAY 'CHAVE DO CLIENTE (COM O DV):'
           ACCEPT WS-CHAVE-BUSCA
           MOVE WS-CHAVE-BUSCA TO WS-AUDIT-CHAVE

           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-VERIFICAR
           PERFORM 8100-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               DISPLAY 'DIGITO VERIFICADOR DA CHAVE INVALIDO'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'TITULAR - DV DA CHAVE INVALIDO'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-LGPD
               GO TO 2000-EMITIR-RELATORIO-EXIT
           END-IF

           OPEN OUTPUT TITUREL
           IF WS-FS-TITUREL NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O TITUREL: ' WS-FS-TITUREL
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'TITULAR - TITUREL INDISPONIVEL'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-LGPD
               GO TO 2000-EMITIR-RELATORIO-EXIT
           END-IF

           MOVE ZERO TO WS-QTD-ITENS-TOTAL
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-CHAVE-BUSCA  TO WS-CAB-CHAVE
           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           MOVE WS-OPERADOR-ID  TO WS-EMI-OPERADOR
           MOVE WS-LIN-SEPARADOR TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           MOVE WS-LIN-CABECALHO TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           MOVE WS-LIN-EMISSOR TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           MOVE WS-LIN-SEPARADOR TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG

           PERFORM 3100-LISTAR-CADASTRO
               THRU 3100-LISTAR-CADASTRO-EXIT
           PERFORM 3200-LISTAR-CONTATOS
               THRU 3200-LISTAR-CONTATOS-EXIT
           PERFORM 3300-LISTAR-HIST-EXCLUSAO
               THRU 3300-LISTAR-HIST-EXCLUSAO-EXIT
           PERFORM 3400-LISTAR-HIST-CONTATOS
               THRU 3400-LISTAR-HIST-CONTATOS-EXIT
           PERFORM 3500-LISTAR-EXTRATO
               THRU 3500-LISTAR-EXTRATO-EXIT
           PERFORM 3600-LISTAR-DEVOLUCAO
               THRU 3600-LISTAR-DEVOLUCAO-EXIT
           PERFORM 3650-LISTAR-DEBITO-AUTO
               THRU 3650-LISTAR-DEBITO-AUTO-EXIT
           PERFORM 3700-LISTAR-AUDITORIA
               THRU 3700-LISTAR-AUDITORIA-EXIT

           MOVE WS-LIN-SEPARADOR TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           MOVE WS-QTD-ITENS-TOTAL TO WS-TOT-QTD
           MOVE WS-LIN-TOTAL TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           CLOSE TITUREL

           DISPLAY 'RELATORIO DO TITULAR GRAVADO EM TITUREL - '
               'REGISTROS: ' WS-QTD-ITENS-TOTAL
           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'RELATORIO DO TITULAR EMITIDO (LGPD)'
               TO WS-AUDIT-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-LGPD.
       2000-EMITIR-RELATORIO-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LISTAR-CADASTRO - REGISTRO MESTRE DO CLIENTE (CLIEMSTR).
      ******************************************************************
       3100-LISTAR-CADASTRO.
           MOVE 'CADASTRO (CLIEMSTR)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO

           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3100-LISTAR-CADASTRO-EXIT
           END-IF

           MOVE WS-CHAVE-BUSCA TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ITENS-SECAO
                   PERFORM 3110-GRAVAR-CADASTRO
           END-READ
           CLOSE CLIEMSTR
           PERFORM 3970-GRAVAR-CONTAGEM.
       3100-LISTAR-CADASTRO-EXIT.
           EXIT.

       3110-GRAVAR-CADASTRO.
           MOVE 'NOME........: ' TO WS-ROT-TEXTO
           MOVE CLI-NOME TO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO

           MOVE WS-LOGRADOURO  TO WS-IMP-LOGRADOURO
           MOVE WS-NUMERO      TO WS-IMP-NUMERO
           MOVE WS-COMPLEMENTO TO WS-IMP-COMPLEMENTO
           MOVE WS-BAIRRO      TO WS-IMP-BAIRRO
           MOVE WS-CIDADE      TO WS-IMP-CIDADE
           MOVE WS-UF          TO WS-IMP-UF
           MOVE WS-CEP         TO WS-IMP-CEP
           PERFORM 3980-GRAVAR-ENDERECO

           MOVE 'SITUACAO....: ' TO WS-ROT-TEXTO
           EVALUATE TRUE
               WHEN CLI-ATIVO
                   MOVE 'ATIVO' TO WS-ROT-VALOR
               WHEN CLI-SUSPENSO
                   STRING 'SUSPENSO DESDE ' CLI-DATA-SUSPENSAO
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
               WHEN CLI-ANONIMIZADO
                   MOVE 'INATIVO (EXCLUIDO) - ANONIMIZADO'
                       TO WS-ROT-VALOR
               WHEN OTHER
                   MOVE 'INATIVO (EXCLUIDO)' TO WS-ROT-VALOR
           END-EVALUATE
           PERFORM 3960-GRAVAR-ROTULO

           MOVE 'INCLUSAO....: ' TO WS-ROT-TEXTO
           STRING CLI-DATA-INCLUSAO '   ALTERACAO: '
               CLI-DATA-ALTERACAO
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO.

      ******************************************************************
      * 3200-LISTAR-CONTATOS - CONTATOS VIVOS DA CHAVE (CLICONT).
      ******************************************************************
       3200-LISTAR-CONTATOS.
           MOVE 'CONTATOS (CLICONT)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ARQUIVO

           OPEN INPUT CLICONT
           IF WS-FS-CLICONT NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3200-LISTAR-CONTATOS-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CLICONT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF CTT-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           MOVE CTT-SEQ       TO WS-LCT-SEQ
                           MOVE CTT-TIPO      TO WS-LCT-TIPO
                           MOVE CTT-VALOR     TO WS-LCT-VALOR
                           MOVE CTT-PREFERIDO TO WS-LCT-PREFERIDO
                           PERFORM 3990-GRAVAR-CONTATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLICONT
           PERFORM 3970-GRAVAR-CONTAGEM.
       3200-LISTAR-CONTATOS-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LISTAR-HIST-EXCLUSAO - COPIAS DO CADASTRO GUARDADAS A
      * CADA EXCLUSAO OU FUSAO DA CHAVE (CLIEHIST).
      ******************************************************************
       3300-LISTAR-HIST-EXCLUSAO.
           MOVE 'COPIAS DE EXCLUSAO (CLIEHIST)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ARQUIVO

           OPEN INPUT CLIEHIST
           IF WS-FS-CLIEHIST NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3300-LISTAR-HIST-EXCLUSAO-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CLIEHIST
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF HIST-CHAVE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           PERFORM 3310-GRAVAR-HIST-EXCLUSAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEHIST
           PERFORM 3970-GRAVAR-CONTAGEM.
       3300-LISTAR-HIST-EXCLUSAO-EXIT.
           EXIT.

       3310-GRAVAR-HIST-EXCLUSAO.
           MOVE 'EXCLUSAO....: ' TO WS-ROT-TEXTO
           IF HIST-CHAVE-DESTINO EQUAL ZERO
               STRING HIST-DATA-EXCLUSAO ' ' HIST-HORA-EXCLUSAO
                   ' POR ' HIST-OPERADOR
                   DELIMITED BY SIZE INTO WS-ROT-VALOR
           ELSE
               STRING HIST-DATA-EXCLUSAO ' ' HIST-HORA-EXCLUSAO
                   ' POR ' HIST-OPERADOR ' - FUNDIDO NA '
                   HIST-CHAVE-DESTINO
                   DELIMITED BY SIZE INTO WS-ROT-VALOR
           END-IF
           PERFORM 3960-GRAVAR-ROTULO

           MOVE 'NOME........: ' TO WS-ROT-TEXTO
           MOVE HIST-NOME TO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO

           MOVE HIST-LOGRADOURO  TO WS-IMP-LOGRADOURO
           MOVE HIST-NUMERO      TO WS-IMP-NUMERO
           MOVE HIST-COMPLEMENTO TO WS-IMP-COMPLEMENTO
           MOVE HIST-BAIRRO      TO WS-IMP-BAIRRO
           MOVE HIST-CIDADE      TO WS-IMP-CIDADE
           MOVE HIST-UF          TO WS-IMP-UF
           MOVE HIST-CEP         TO WS-IMP-CEP
           PERFORM 3980-GRAVAR-ENDERECO.

      ******************************************************************
      * 3400-LISTAR-HIST-CONTATOS - CONTATOS COPIADOS NA EXCLUSAO DA
      * CHAVE (CLICONTH).
      ******************************************************************
       3400-LISTAR-HIST-CONTATOS.
           MOVE 'CONTATOS DE EXCLUSAO (CLICONTH)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ARQUIVO

           OPEN INPUT CLICONTH
           IF WS-FS-CLICONTH NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3400-LISTAR-HIST-CONTATOS-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CLICONTH
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF CTH-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           MOVE CTH-SEQ       TO WS-LCT-SEQ
                           MOVE CTH-TIPO      TO WS-LCT-TIPO
                           MOVE CTH-VALOR     TO WS-LCT-VALOR
                           MOVE CTH-PREFERIDO TO WS-LCT-PREFERIDO
                           PERFORM 3990-GRAVAR-CONTATO
                           MOVE '   GUARDADO: ' TO WS-ROT-TEXTO
                           STRING CTH-DATA-EXCLUSAO ' '
                               CTH-HORA-EXCLUSAO ' POR '
                               CTH-OPERADOR
                               DELIMITED BY SIZE INTO WS-ROT-VALOR
                           PERFORM 3960-GRAVAR-ROTULO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLICONTH
           PERFORM 3970-GRAVAR-CONTAGEM.
       3400-LISTAR-HIST-CONTATOS-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LISTAR-EXTRATO - LINHAS DA CHAVE NO EXTRATO DIARIO PARA O
      * SISTEMA A JUSANTE (CLIEXTR DA ULTIMA RODADA DO EXTRATO).
      ******************************************************************
       3500-LISTAR-EXTRATO.
           MOVE 'EXTRATO A JUSANTE (CLIEXTR)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ARQUIVO

           OPEN INPUT CLIEXTR
           IF WS-FS-CLIEXTR NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3500-LISTAR-EXTRATO-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CLIEXTR
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF EXT-CHAVE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           PERFORM 3510-GRAVAR-EXTRATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIEXTR
           PERFORM 3970-GRAVAR-CONTAGEM.
       3500-LISTAR-EXTRATO-EXIT.
           EXIT.

       3510-GRAVAR-EXTRATO.
           MOVE 'EXTRAIDO EM.: ' TO WS-ROT-TEXTO
           STRING EXT-DATA-EXTRACAO ' - TIPO ' EXT-TIPO
               ' - SITUACAO ' EXT-STATUS
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO

           MOVE 'NOME........: ' TO WS-ROT-TEXTO
           MOVE EXT-NOME TO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO

           MOVE EXT-LOGRADOURO  TO WS-IMP-LOGRADOURO
           MOVE EXT-NUMERO      TO WS-IMP-NUMERO
           MOVE EXT-COMPLEMENTO TO WS-IMP-COMPLEMENTO
           MOVE EXT-BAIRRO      TO WS-IMP-BAIRRO
           MOVE EXT-CIDADE      TO WS-IMP-CIDADE
           MOVE EXT-UF          TO WS-IMP-UF
           MOVE EXT-CEP         TO WS-IMP-CEP
           PERFORM 3980-GRAVAR-ENDERECO.

      ******************************************************************
      * 3600-LISTAR-DEVOLUCAO - RETENCAO DE CORRESPONDENCIA DA CHAVE
      * (DEVOLMST), COM O MOTIVO DO CARIMBO DOS CORREIOS.
      ******************************************************************
       3600-LISTAR-DEVOLUCAO.
           MOVE 'CORRESPONDENCIA DEVOLVIDA (DEVOLMST)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO

           OPEN INPUT DEVOLMST
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3600-LISTAR-DEVOLUCAO-EXIT
           END-IF

           MOVE WS-CHAVE-BUSCA TO DEV-CHAVE
           READ DEVOLMST KEY IS DEV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ITENS-SECAO
                   MOVE 'DEVOLVIDA EM: ' TO WS-ROT-TEXTO
                   STRING DEV-DATA-DEVOLUCAO ' - DOC '
                       DEV-DOCUMENTO ' - ' DEV-MOTIVO-DESC
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
                   PERFORM 3960-GRAVAR-ROTULO
                   MOVE 'DEVOLUCOES..: ' TO WS-ROT-TEXTO
                   STRING DEV-QTD-DEVOLUCOES ' DESDE '
                       DEV-DATA-PRIMEIRA ' - REGISTRADA POR '
                       DEV-OPERADOR
                       DELIMITED BY SIZE INTO WS-ROT-VALOR
                   PERFORM 3960-GRAVAR-ROTULO
           END-READ
           CLOSE DEVOLMST
           PERFORM 3970-GRAVAR-CONTAGEM.
       3600-LISTAR-DEVOLUCAO-EXIT.
           EXIT.

      ******************************************************************
      * 3650-LISTAR-DEBITO-AUTO - MANDATOS DE DEBITO AUTOMATICO DA
      * CHAVE (DEBAUTO), INCLUSIVE OS CANCELADOS QUE FICAM COMO
      * HISTORICO, COM BANCO, AGENCIA E CONTA.
      ******************************************************************
       3650-LISTAR-DEBITO-AUTO.
           MOVE 'DEBITO AUTOMATICO (DEBAUTO)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ARQUIVO

           OPEN INPUT DEBAUTO
           IF WS-FS-DEBAUTO NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3650-LISTAR-DEBITO-AUTO-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ DEBAUTO
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF DBA-CHAVE-CLIENTE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           PERFORM 3660-GRAVAR-DEBITO-AUTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBAUTO
           PERFORM 3970-GRAVAR-CONTAGEM.
       3650-LISTAR-DEBITO-AUTO-EXIT.
           EXIT.

       3660-GRAVAR-DEBITO-AUTO.
           MOVE 'CONTA.......: ' TO WS-ROT-TEXTO
           STRING 'BANCO ' DBA-BANCO ' AGENCIA ' DBA-AGENCIA
               ' CONTA ' DBA-CONTA
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO

           MOVE 'AUTORIZADO..: ' TO WS-ROT-TEXTO
           STRING DBA-DATA-AUTORIZACAO ' - SITUACAO ' DBA-STATUS
               ' DESDE ' DBA-DATA-STATUS
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO.

      ******************************************************************
      * 3700-LISTAR-AUDITORIA - LINHAS DA TRILHA DE AUDITORIA COM A
      * CHAVE (CLIAUDIT): DATA, HORA, OPERACAO, OPERADOR, RESULTADO E
      * DESCRICAO.
      ******************************************************************
       3700-LISTAR-AUDITORIA.
           MOVE 'TRILHA DE AUDITORIA (CLIAUDIT)' TO WS-TIT-TEXTO
           PERFORM 3950-GRAVAR-TITULO
           MOVE ZERO TO WS-QTD-ITENS-SECAO
           MOVE 'N' TO WS-FIM-ARQUIVO

           OPEN INPUT CLIAUDIT
           IF WS-FS-CLIAUDIT NOT EQUAL '00'
               PERFORM 3970-GRAVAR-CONTAGEM
               GO TO 3700-LISTAR-AUDITORIA-EXIT
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               READ CLIAUDIT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF AUDIT-CHAVE EQUAL WS-CHAVE-BUSCA
                           ADD 1 TO WS-QTD-ITENS-SECAO
                           MOVE AUDIT-DATA      TO WS-LAU-DATA
                           MOVE AUDIT-HORA      TO WS-LAU-HORA
                           MOVE AUDIT-OPERACAO  TO WS-LAU-OPERACAO
                           MOVE AUDIT-OPERADOR  TO WS-LAU-OPERADOR
                           MOVE AUDIT-RESULTADO TO WS-LAU-RESULTADO
                           MOVE AUDIT-DESCRICAO TO WS-LAU-DESCRICAO
                           MOVE WS-LIN-AUDITORIA TO TIT-LINHA-REG
                           WRITE TIT-LINHA-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIAUDIT
           PERFORM 3970-GRAVAR-CONTAGEM.
       3700-LISTAR-AUDITORIA-EXIT.
           EXIT.

      ******************************************************************
      * 3950 A 3990 - GRAVACAO DAS LINHAS DO TITUREL.
      ******************************************************************
       3950-GRAVAR-TITULO.
           MOVE WS-LIN-TITULO TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           MOVE SPACES TO WS-TIT-TEXTO.

       3960-GRAVAR-ROTULO.
           MOVE WS-LIN-ROTULO TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG
           MOVE SPACES TO WS-LIN-ROTULO.

       3970-GRAVAR-CONTAGEM.
           ADD WS-QTD-ITENS-SECAO TO WS-QTD-ITENS-TOTAL
           MOVE WS-QTD-ITENS-SECAO TO WS-CNT-QTD
           MOVE WS-LIN-CONTAGEM TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG.

       3980-GRAVAR-ENDERECO.
           MOVE 'ENDERECO....: ' TO WS-ROT-TEXTO
           STRING WS-IMP-LOGRADOURO ', ' WS-IMP-NUMERO ' '
               WS-IMP-COMPLEMENTO
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO
           MOVE SPACES TO WS-ROT-TEXTO
           STRING WS-IMP-BAIRRO ' - ' WS-IMP-CIDADE ' - ' WS-IMP-UF
               ' CEP: ' WS-IMP-CEP
               DELIMITED BY SIZE INTO WS-ROT-VALOR
           PERFORM 3960-GRAVAR-ROTULO.

       3990-GRAVAR-CONTATO.
           EVALUATE WS-LCT-TIPO
               WHEN 'T'
                   MOVE 'TELEFONE' TO WS-LCT-TIPO
               WHEN 'C'
                   MOVE 'CELULAR' TO WS-LCT-TIPO
               WHEN 'E'
                   MOVE 'E-MAIL' TO WS-LCT-TIPO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LCT-PREFERIDO EQUAL 'S'
               MOVE 'PREFERIDO' TO WS-LCT-PREFERIDO
           ELSE
               MOVE SPACES TO WS-LCT-PREFERIDO
           END-IF
           MOVE WS-LIN-CONTATO TO TIT-LINHA-REG
           WRITE TIT-LINHA-REG.

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
      * 7100-GRAVAR-AUDITORIA-LGPD - REGISTRA NO CLIAUDIT A EMISSAO DO
      * RELATORIO DO TITULAR (OPERACAO 'X').
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
       END PROGRAM TITULAR.
