      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de correspondencia devolvida pelos Correios
      *          - para cada fatura ou carta de cobranca que volta como
      *          nao entregue, marca o endereco do cliente como retido
      *          no DEVOLMST, com a data e o motivo da devolucao.  A
      *          partir dai FATURA e COBRANCA seguram a correspondencia
      *          do cliente e o listam no relatorio de contato
      *          necessario.  A retencao cai sozinha quando o endereco
      *          e alterado pelo ALTERAR do CONDICOES.  Tambem lista
      *          os clientes com endereco retido.  Exige login de
      *          operador de manutencao ou supervisor (OPERMSTR) e
      *          audita cada registro no CLIAUDIT (operacao 'U').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLMAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLMST ASSIGN TO "DEVOLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WS-FS-DEVOLMST.

           SELECT CLIEMSTR ASSIGN TO "CLIEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               FILE STATUS IS WS-FS-CLIEMSTR.

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
       FD  DEVOLMST
           LABEL RECORDS ARE STANDARD.
       01  DEVOL-REG.
           COPY DEVOLCOR.

       FD  CLIEMSTR
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-REG.
           COPY CLIENTE.

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
           03 WS-FS-DEVOLMST    PIC X(02).
           03 WS-FS-CLIEMSTR    PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).

       77 WS-FIM-DEVOLMST       PIC X(01) VALUE 'N'.
           88 FIM-DEVOLMST      VALUE 'S'.

       77 WS-OPCAO              PIC 9(01) VALUE ZERO.
       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.

       77 WS-CHAVE-BUSCA        PIC 9(06).
       77 WS-NOME-CLIENTE       PIC X(30).
       77 WS-CLIENTE-ACHADO     PIC X(01).
           88 CLIENTE-ACHADO    VALUE 'S'.
       77 WS-JA-RETIDO          PIC X(01).
           88 JA-RETIDO         VALUE 'S'.
       77 WS-CONFIRMA           PIC X(01).

       01  WS-DATA-DEVOLUCAO    PIC 9(08).
       01  WS-DATA-DEVOL-DEC REDEFINES WS-DATA-DEVOLUCAO.
           03 WS-DEVOL-ANO      PIC 9(04).
           03 WS-DEVOL-MES      PIC 9(02).
           03 WS-DEVOL-DIA      PIC 9(02).
       77 WS-DOCUMENTO          PIC X(01).
           88 DOCUMENTO-VALIDO  VALUE 'F' 'C' 'O'.
       77 WS-MOTIVO             PIC X(01).
       77 WS-MOTIVO-DESC        PIC X(22).

       77 WS-QTD-RETIDOS        PIC 9(06) VALUE ZERO.
       77 WS-QTD-NA-TELA        PIC 9(02) VALUE ZERO.
       77 WS-TAM-PAGINA         PIC 9(02) VALUE 15.
       77 WS-TECLA-CONTINUAR    PIC X(01).

       01  WS-LIN-RETIDO.
           03 WS-RET-CHAVE      PIC 9(06).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RET-NOME       PIC X(30).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RET-DATA       PIC 9(08).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RET-DOCUMENTO  PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RET-MOTIVO     PIC X(22).
           03 FILLER            PIC X(01) VALUE SPACE.
           03 WS-RET-QTD        PIC ZZ9.

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

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-CHAVE        PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-MENU-DEVOLUCAO
               UNTIL WS-OPCAO EQUAL 3
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE MANUTENCAO OU SUPERVISOR.
      * LOGIN RECUSADO ENCERRA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'REGISTRO DE CORRESPONDENCIA DEVOLVIDA'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT
           IF NOT LOGIN-EFETUADO
               MOVE 3 TO WS-OPCAO
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
                   DISPLAY 'OPERADOR SEM PERMISSAO OU SENHA INVALIDA'
                   MOVE 'N' TO WS-AUDIT-RESULTADO
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (DEVOLMAN)'
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
      * RETEM CORRESPONDENCIA.
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
      * 2000-MENU-DEVOLUCAO - MENU DO REGISTRO DE DEVOLUCOES.
      ******************************************************************
       2000-MENU-DEVOLUCAO.
           DISPLAY '***************************************************'
           DISPLAY '1-REGISTRAR DEVOLUCAO  2-LISTAR RETIDOS  3-SAIR'
           DISPLAY 'ESCOLHA A OPCAO:'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 3000-REGISTRAR-DEVOLUCAO
                       THRU 3000-REGISTRAR-DEVOLUCAO-EXIT
               WHEN 2
                   PERFORM 4000-LISTAR-RETIDOS
                       THRU 4000-LISTAR-RETIDOS-EXIT
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 3000-REGISTRAR-DEVOLUCAO - CONFERE A CHAVE (DV) E O CLIENTE,
      * MOSTRA O ENDERECO CADASTRADO PARA CONFRONTO COM O ENVELOPE,
      * CAPTURA DATA, DOCUMENTO E MOTIVO E, CONFIRMADO, GRAVA OU
      * ATUALIZA A RETENCAO NO DEVOLMST.
      ******************************************************************
       3000-REGISTRAR-DEVOLUCAO.
           DISPLAY 'CHAVE DO CLIENTE (COM O DV):'
           ACCEPT WS-CHAVE-BUSCA
           MOVE WS-CHAVE-BUSCA TO WS-AUDIT-CHAVE

           MOVE WS-CHAVE-BUSCA TO WS-CHAVE-VERIFICAR
           PERFORM 8100-VERIFICAR-DIGITO-CHAVE
           IF NOT CHAVE-DV-OK
               DISPLAY 'DIGITO VERIFICADOR DA CHAVE INVALIDO'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'DEVOLUCAO - DV DA CHAVE INVALIDO'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-DEVOL
               GO TO 3000-REGISTRAR-DEVOLUCAO-EXIT
           END-IF

           PERFORM 3100-LER-CLIENTE THRU 3100-LER-CLIENTE-EXIT
           IF NOT CLIENTE-ACHADO
               DISPLAY 'CLIENTE NAO ENCONTRADO NO CLIEMSTR'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'DEVOLUCAO - CLIENTE INEXISTENTE'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-DEVOL
               GO TO 3000-REGISTRAR-DEVOLUCAO-EXIT
           END-IF

           PERFORM 3200-CAPTURAR-DEVOLUCAO
               THRU 3200-CAPTURAR-DEVOLUCAO-EXIT

           DISPLAY 'CONFIRMA A RETENCAO DO ENDERECO (S/N)?'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'REGISTRO CANCELADO'
               GO TO 3000-REGISTRAR-DEVOLUCAO-EXIT
           END-IF

           PERFORM 3300-GRAVAR-RETENCAO
               THRU 3300-GRAVAR-RETENCAO-EXIT.
       3000-REGISTRAR-DEVOLUCAO-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LER-CLIENTE - LE O CLIENTE NO CLIEMSTR E MOSTRA O
      * ENDERECO CADASTRADO.
      ******************************************************************
       3100-LER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ACHADO

           OPEN INPUT CLIEMSTR
           IF WS-FS-CLIEMSTR NOT EQUAL '00'
               GO TO 3100-LER-CLIENTE-EXIT
           END-IF

           MOVE WS-CHAVE-BUSCA TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ACHADO
                   MOVE CLI-NOME TO WS-NOME-CLIENTE
                   DISPLAY 'CLIENTE: ' CLI-NOME
                   DISPLAY 'ENDERECO: ' WS-LOGRADOURO ', '
                       WS-NUMERO ' ' WS-COMPLEMENTO
                   DISPLAY '          ' WS-BAIRRO ' - ' WS-CIDADE
                       ' - ' WS-UF ' CEP: ' WS-CEP
                   IF CLI-INATIVO
                       DISPLAY 'ATENCAO: CLIENTE INATIVO (EXCLUIDO)'
                   END-IF
           END-READ
           CLOSE CLIEMSTR.
       3100-LER-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CAPTURAR-DEVOLUCAO - DATA DA DEVOLUCAO (ZERO = HOJE, NAO
      * PODE SER FUTURA), DOCUMENTO DEVOLVIDO E MOTIVO DO CARIMBO DOS
      * CORREIOS.
      ******************************************************************
       3200-CAPTURAR-DEVOLUCAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY 'DATA DA DEVOLUCAO (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DATA-DEVOLUCAO
           IF WS-DATA-DEVOLUCAO EQUAL ZERO
               MOVE WS-DATA-SISTEMA TO WS-DATA-DEVOLUCAO
           END-IF
           PERFORM UNTIL WS-DEVOL-MES >= 1 AND WS-DEVOL-MES <= 12
                   AND WS-DEVOL-DIA >= 1 AND WS-DEVOL-DIA <= 31
                   AND WS-DATA-DEVOLUCAO <= WS-DATA-SISTEMA
               DISPLAY 'DATA INVALIDA OU FUTURA - DIGITE NOVAMENTE:'
               ACCEPT WS-DATA-DEVOLUCAO
               IF WS-DATA-DEVOLUCAO EQUAL ZERO
                   MOVE WS-DATA-SISTEMA TO WS-DATA-DEVOLUCAO
               END-IF
           END-PERFORM

           DISPLAY 'DOCUMENTO DEVOLVIDO (F=FATURA C=CARTA DE '
               'COBRANCA O=OUTRO):'
           ACCEPT WS-DOCUMENTO
           PERFORM UNTIL DOCUMENTO-VALIDO
               DISPLAY 'DOCUMENTO INVALIDO - DIGITE F, C OU O:'
               ACCEPT WS-DOCUMENTO
           END-PERFORM

           DISPLAY 'MOTIVO: M=MUDOU-SE  D=DESCONHECIDO  '
               'I=ENDERECO INSUFICIENTE'
           DISPLAY '        N=NAO EXISTE O NUMERO  R=RECUSADO  '
               'A=AUSENTE'
           DISPLAY '        F=FALECIDO  O=OUTRO'
           ACCEPT WS-MOTIVO
           MOVE WS-MOTIVO TO DEV-MOTIVO
           PERFORM UNTIL DEV-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO - DIGITE NOVAMENTE:'
               ACCEPT WS-MOTIVO
               MOVE WS-MOTIVO TO DEV-MOTIVO
           END-PERFORM
           PERFORM 3250-DESCREVER-MOTIVO.
       3200-CAPTURAR-DEVOLUCAO-EXIT.
           EXIT.

       3250-DESCREVER-MOTIVO.
           EVALUATE TRUE
               WHEN DEV-MOT-MUDOU
                   MOVE 'MUDOU-SE' TO WS-MOTIVO-DESC
               WHEN DEV-MOT-DESCONHECIDO
                   MOVE 'DESCONHECIDO' TO WS-MOTIVO-DESC
               WHEN DEV-MOT-INSUFICIENTE
                   MOVE 'ENDERECO INSUFICIENTE' TO WS-MOTIVO-DESC
               WHEN DEV-MOT-NUMERO
                   MOVE 'NAO EXISTE O NUMERO' TO WS-MOTIVO-DESC
               WHEN DEV-MOT-RECUSADO
                   MOVE 'RECUSADO' TO WS-MOTIVO-DESC
               WHEN DEV-MOT-AUSENTE
                   MOVE 'AUSENTE' TO WS-MOTIVO-DESC
               WHEN DEV-MOT-FALECIDO
                   MOVE 'FALECIDO' TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE 'OUTRO' TO WS-MOTIVO-DESC
           END-EVALUATE.

      ******************************************************************
      * 3300-GRAVAR-RETENCAO - GRAVA A RETENCAO NO DEVOLMST (CRIADO NA
      * PRIMEIRA GRAVACAO).  CLIENTE JA RETIDO TEM O REGISTRO
      * ATUALIZADO COM A DEVOLUCAO MAIS RECENTE E A CONTAGEM SOMADA.
      ******************************************************************
       3300-GRAVAR-RETENCAO.
           OPEN I-O DEVOLMST
           IF WS-FS-DEVOLMST EQUAL '35'
               OPEN OUTPUT DEVOLMST
               CLOSE DEVOLMST
               OPEN I-O DEVOLMST
           END-IF
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O DEVOLMST: ' WS-FS-DEVOLMST
               MOVE 'N' TO WS-AUDIT-RESULTADO
               MOVE 'DEVOLUCAO - DEVOLMST INDISPONIVEL'
                   TO WS-AUDIT-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-DEVOL
               GO TO 3300-GRAVAR-RETENCAO-EXIT
           END-IF

           MOVE 'N' TO WS-JA-RETIDO
           MOVE WS-CHAVE-BUSCA TO DEV-CHAVE
           READ DEVOLMST KEY IS DEV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-JA-RETIDO
           END-READ

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-DEVOLUCAO TO DEV-DATA-DEVOLUCAO
           MOVE WS-DOCUMENTO      TO DEV-DOCUMENTO
           MOVE WS-MOTIVO         TO DEV-MOTIVO
           MOVE WS-MOTIVO-DESC    TO DEV-MOTIVO-DESC
           MOVE WS-DATA-SISTEMA   TO DEV-DATA-REGISTRO
           MOVE WS-OPERADOR-ID    TO DEV-OPERADOR

           IF JA-RETIDO
               ADD 1 TO DEV-QTD-DEVOLUCOES
               REWRITE DEVOL-REG
               MOVE 'NOVA DEVOLUCAO - ENDERECO JA RETIDO'
                   TO WS-AUDIT-DESCRICAO
           ELSE
               MOVE 1 TO DEV-QTD-DEVOLUCOES
               MOVE WS-DATA-DEVOLUCAO TO DEV-DATA-PRIMEIRA
               WRITE DEVOL-REG
               MOVE 'DEVOLUCAO REGISTRADA - ENDERECO RETIDO'
                   TO WS-AUDIT-DESCRICAO
           END-IF
           CLOSE DEVOLMST

           DISPLAY WS-AUDIT-DESCRICAO
           DISPLAY 'DEVOLUCOES DO CLIENTE: ' DEV-QTD-DEVOLUCOES
           MOVE 'S' TO WS-AUDIT-RESULTADO
           PERFORM 7100-GRAVAR-AUDITORIA-DEVOL.
       3300-GRAVAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LISTAR-RETIDOS - LISTA NA TELA, COM PAGINACAO, OS
      * CLIENTES COM ENDERECO RETIDO NO DEVOLMST.
      ******************************************************************
       4000-LISTAR-RETIDOS.
           MOVE ZERO TO WS-QTD-RETIDOS
           MOVE ZERO TO WS-QTD-NA-TELA
           MOVE 'N' TO WS-FIM-DEVOLMST

           OPEN INPUT DEVOLMST
           IF WS-FS-DEVOLMST NOT EQUAL '00'
               DISPLAY 'NENHUM ENDERECO RETIDO'
               GO TO 4000-LISTAR-RETIDOS-EXIT
           END-IF
           OPEN INPUT CLIEMSTR

           DISPLAY 'CHAVE  NOME                           DEVOLVIDA '
               'D MOTIVO                 QTD'
           PERFORM UNTIL FIM-DEVOLMST
               READ DEVOLMST NEXT RECORD
                   AT END
                       SET FIM-DEVOLMST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-RETIDOS
                       PERFORM 4100-EXIBIR-RETIDO
               END-READ
           END-PERFORM
           CLOSE DEVOLMST
           IF WS-FS-CLIEMSTR EQUAL '00'
               CLOSE CLIEMSTR
           END-IF

           DISPLAY 'TOTAL DE ENDERECOS RETIDOS: ' WS-QTD-RETIDOS.
       4000-LISTAR-RETIDOS-EXIT.
           EXIT.

       4100-EXIBIR-RETIDO.
           MOVE SPACES TO WS-RET-NOME
           MOVE DEV-CHAVE TO CLI-CHAVE
           READ CLIEMSTR KEY IS CLI-CHAVE
               INVALID KEY
                   MOVE '(FORA DO CLIEMSTR)' TO WS-RET-NOME
               NOT INVALID KEY
                   MOVE CLI-NOME TO WS-RET-NOME
           END-READ
           MOVE DEV-CHAVE          TO WS-RET-CHAVE
           MOVE DEV-DATA-DEVOLUCAO TO WS-RET-DATA
           MOVE DEV-DOCUMENTO      TO WS-RET-DOCUMENTO
           MOVE DEV-MOTIVO-DESC    TO WS-RET-MOTIVO
           MOVE DEV-QTD-DEVOLUCOES TO WS-RET-QTD
           DISPLAY WS-LIN-RETIDO

           ADD 1 TO WS-QTD-NA-TELA
           IF WS-QTD-NA-TELA GREATER OR EQUAL WS-TAM-PAGINA
               DISPLAY '--- FIM DA PAGINA - ENTER P/ CONTINUAR ---'
               ACCEPT WS-TECLA-CONTINUAR
               MOVE ZERO TO WS-QTD-NA-TELA
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
      * 7100-GRAVAR-AUDITORIA-DEVOL - REGISTRA NO CLIAUDIT UM REGISTRO
      * DE DEVOLUCAO (OPERACAO 'U').
      ******************************************************************
       7100-GRAVAR-AUDITORIA-DEVOL.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'U'                  TO AUDIT-OPERACAO
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
       END PROGRAM DEVOLMAN.
