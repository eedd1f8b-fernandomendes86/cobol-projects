      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela de tarifas de mensalidade
      *          (TARIFUF) - listar as tarifas em vigor numa data,
      *          listar o historico de um par UF/categoria e aplicar
      *          o reajuste percentual anual a todas as linhas ou a
      *          uma UF/categoria escolhida, a partir de uma data
      *          futura.  O reajuste nunca altera linha existente:
      *          grava uma linha nova por par com a nova vigencia, e
      *          a antiga fica como historico para o MENSALID
      *          reprocessar competencias passadas pelo preco da
      *          epoca.  Antes de confirmar, mostra valor atual x
      *          valor novo de cada par; a gravacao so acontece no
      *          final, por opcao explicita, como no CEPMAN.  Exige
      *          login de supervisor (OPERMSTR) e audita no CLIAUDIT
      *          (operacao 'J').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFMAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFUF ASSIGN TO "TARIFUF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFUF.

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
       FD  TARIFUF
           LABEL RECORDS ARE STANDARD.
       01  TARIFA-REG.
           COPY TARIFA.

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
           03 WS-FS-TARIFUF     PIC X(02).
           03 WS-FS-OPERMSTR    PIC X(02).
           03 WS-FS-CLIAUDIT    PIC X(02).

       77 WS-FIM-TARIFUF        PIC X(01) VALUE 'N'.
           88 FIM-TARIFUF       VALUE 'S'.

       77 WS-OPCAO              PIC 9(01) VALUE ZERO.
       77 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-SENHA     PIC X(08) VALUE SPACES.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
           88 LOGIN-EFETUADO    VALUE 'S'.
       77 WS-QTD-LOGIN-ERRO     PIC 9(01) VALUE ZERO.
       77 WS-MAX-LOGIN-ERRO     PIC 9(01) VALUE 3.

      * TODAS AS LINHAS DO TARIFUF, NA ORDEM DO ARQUIVO (81 PARES
      * COMPORTAM VARIOS ANOS DE REAJUSTE).
       01  WS-TAB-TARIFAS.
           03 WS-QTD-TARIFAS    PIC 9(03) VALUE ZERO.
           03 WS-TARIFA OCCURS 600 TIMES INDEXED BY WS-IDX-TAR.
               05 WS-TARIFA-UF       PIC X(02).
               05 WS-TARIFA-CAT      PIC X(01).
               05 WS-TARIFA-VALOR    PIC 9(07)V9(2).
               05 WS-TARIFA-VIGENCIA PIC 9(08).

      * PREVIA DO REAJUSTE - UMA ENTRADA POR PAR UF/CATEGORIA
      * ATINGIDO, COM O VALOR EM VIGOR NA DATA E O VALOR NOVO.
       01  WS-TAB-REAJUSTE.
           03 WS-QTD-REAJUSTE   PIC 9(03) VALUE ZERO.
           03 WS-REAJ OCCURS 150 TIMES INDEXED BY WS-IDX-REAJ.
               05 WS-REAJ-UF         PIC X(02).
               05 WS-REAJ-CAT        PIC X(01).
               05 WS-REAJ-VALOR-ANT  PIC 9(07)V9(2).
               05 WS-REAJ-VALOR-NOVO PIC 9(07)V9(2).

      * PAR E DATA PROCURADOS POR 2500-LOCALIZAR-VIGENTE, E O QUE ELE
      * DEVOLVE: A POSICAO DA LINHA EM VIGOR (ZERO = NENHUMA) E SE O
      * PAR JA TEM LINHA COM VIGENCIA NA DATA OU DEPOIS DELA.
       77 WS-PAR-UF             PIC X(02).
       77 WS-PAR-CAT            PIC X(01).
       77 WS-DATA-REF           PIC 9(08).
       77 WS-POS-VIGENTE        PIC 9(03).
       77 WS-TEM-PROGRAMADA     PIC X(01).
           88 TEM-PROGRAMADA    VALUE 'S'.
       77 WS-IDX-BUSCA          PIC 9(03).

       77 WS-PERCENTUAL         PIC 9(03)V9(02).
       01  WS-DATA-VIGENCIA     PIC 9(08).
       01  WS-DATA-VIGENCIA-DEC REDEFINES WS-DATA-VIGENCIA.
           03 WS-VIG-ANO        PIC 9(04).
           03 WS-VIG-MES        PIC 9(02).
           03 WS-VIG-DIA        PIC 9(02).
       77 WS-ESCOPO-UF          PIC X(02).
       77 WS-ESCOPO-CAT         PIC X(01).
       77 WS-CONFIRMA           PIC X(01).
       77 WS-QTD-PROGRAMADOS    PIC 9(03).
       77 WS-QTD-LISTADAS       PIC 9(03).
       77 WS-QTD-EXCEDENTES     PIC 9(03) VALUE ZERO.
       77 WS-HOUVE-ALTERACAO    PIC X(01) VALUE 'N'.
           88 HOUVE-ALTERACAO   VALUE 'S'.

       01  WS-LIN-TARIFA.
           03 FILLER            PIC X(03) VALUE 'UF '.
           03 WS-LT-UF          PIC X(02).
           03 FILLER            PIC X(06) VALUE ' CAT. '.
           03 WS-LT-CAT         PIC X(01).
           03 FILLER            PIC X(10) VALUE ' VIGENCIA '.
           03 WS-LT-VIGENCIA    PIC 9(08).
           03 FILLER            PIC X(07) VALUE ' VALOR '.
           03 WS-LT-VALOR       PIC Z(6)9.99.

       01  WS-LIN-PREVIA.
           03 FILLER            PIC X(03) VALUE 'UF '.
           03 WS-LP-UF          PIC X(02).
           03 FILLER            PIC X(06) VALUE ' CAT. '.
           03 WS-LP-CAT         PIC X(01).
           03 FILLER            PIC X(07) VALUE ' ATUAL '.
           03 WS-LP-VALOR-ANT   PIC Z(6)9.99.
           03 FILLER            PIC X(06) VALUE ' NOVO '.
           03 WS-LP-VALOR-NOVO  PIC Z(6)9.99.

       77 WS-PERCENTUAL-EDIT    PIC ZZ9.99.
       77 WS-DESC-UF            PIC X(02).
       77 WS-DESC-CAT           PIC X(01).

       77 WS-DATA-SISTEMA       PIC 9(08).
       77 WS-HORA-SISTEMA       PIC 9(06).
       77 WS-AUDIT-RESULTADO    PIC X(01).
       77 WS-AUDIT-DESCRICAO    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-MENU-TARIFAS
               UNTIL WS-OPCAO EQUAL 4 OR WS-OPCAO EQUAL 5
           IF WS-OPCAO EQUAL 4
               PERFORM 5000-GRAVAR-TABELA
           ELSE
               IF HOUVE-ALTERACAO
                   DISPLAY 'ALTERACOES DESCARTADAS - TARIFUF '
                       'PERMANECE COMO ESTAVA'
               END-IF
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - EXIGE LOGIN DE SUPERVISOR E CARREGA A
      * TABELA DE TARIFAS EM MEMORIA.  LOGIN RECUSADO ENCERRA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MANUTENCAO DA TABELA DE TARIFAS (TARIFUF)'
           PERFORM 1200-EFETUAR-LOGIN THRU 1200-EFETUAR-LOGIN-EXIT
           IF NOT LOGIN-EFETUADO
               MOVE 5 TO WS-OPCAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           PERFORM 1100-CARREGAR-TARIFAS
               THRU 1100-CARREGAR-TARIFAS-EXIT
           DISPLAY 'LINHAS DE TARIFA CARREGADAS: ' WS-QTD-TARIFAS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-TARIFAS - CARREGA O TARIFUF NA TABELA (ATE 600
      * LINHAS).  VIGENCIA EM BRANCO (LINHA ANTERIOR AO CAMPO) VALE
      * ZERO - EM VIGOR DESDE SEMPRE, COMO NO MENSALID.
      ******************************************************************
       1100-CARREGAR-TARIFAS.
           MOVE ZERO TO WS-QTD-TARIFAS
           MOVE 'N'  TO WS-FIM-TARIFUF
           MOVE ZERO TO WS-QTD-EXCEDENTES

           OPEN INPUT TARIFUF
           IF WS-FS-TARIFUF NOT EQUAL '00'
               DISPLAY 'TARIFUF AINDA NAO EXISTE - TABELA VAZIA'
               GO TO 1100-CARREGAR-TARIFAS-EXIT
           END-IF

           PERFORM UNTIL FIM-TARIFUF
               READ TARIFUF
                   AT END
                       SET FIM-TARIFUF TO TRUE
                   NOT AT END
                       IF WS-QTD-TARIFAS < 600
                           ADD 1 TO WS-QTD-TARIFAS
                           MOVE TAR-UF
                               TO WS-TARIFA-UF (WS-QTD-TARIFAS)
                           MOVE TAR-CATEGORIA
                               TO WS-TARIFA-CAT (WS-QTD-TARIFAS)
                           MOVE TAR-VALOR
                               TO WS-TARIFA-VALOR (WS-QTD-TARIFAS)
                           IF TAR-VIGENCIA IS NUMERIC
                               MOVE TAR-VIGENCIA
                                 TO WS-TARIFA-VIGENCIA (WS-QTD-TARIFAS)
                           ELSE
                               MOVE ZERO
                                 TO WS-TARIFA-VIGENCIA (WS-QTD-TARIFAS)
                           END-IF
                       ELSE
                           ADD 1 TO WS-QTD-EXCEDENTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARIFUF

           IF WS-QTD-EXCEDENTES GREATER THAN ZERO
               DISPLAY 'ATENCAO: ' WS-QTD-EXCEDENTES ' LINHAS ALEM DE '
                   '600 FICARAM FORA DA CARGA - NAO GRAVE A TABELA '
                   'SEM REVISAR O ARQUIVO'
           END-IF.
       1100-CARREGAR-TARIFAS-EXIT.
           EXIT.

      ******************************************************************
      * 1200-EFETUAR-LOGIN - EXIGE CREDENCIAIS DE SUPERVISOR ATIVO
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
               PERFORM 1210-VALIDAR-SUPERVISOR
                   THRU 1210-VALIDAR-SUPERVISOR-EXIT
               IF NOT LOGIN-EFETUADO
                   AND WS-FS-OPERMSTR EQUAL '00'
                   ADD 1 TO WS-QTD-LOGIN-ERRO
                   DISPLAY 'SUPERVISOR OU SENHA INVALIDOS'
                   MOVE 'N' TO WS-AUDIT-RESULTADO
                   MOVE 'TENTATIVA DE LOGIN INVALIDA (TARIFMAN)'
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
      * 1210-VALIDAR-SUPERVISOR - SO OPERADOR ATIVO DE PERFIL 'S'
      * MEXE NA TABELA DE TARIFAS.
      ******************************************************************
       1210-VALIDAR-SUPERVISOR.
           OPEN INPUT OPERMSTR
           IF WS-FS-OPERMSTR NOT EQUAL '00'
               DISPLAY 'CADASTRO DE OPERADORES (OPERMSTR) AUSENTE - '
                   'CADASTRE OPERADORES PELO OPERMAN'
               MOVE WS-MAX-LOGIN-ERRO TO WS-QTD-LOGIN-ERRO
               GO TO 1210-VALIDAR-SUPERVISOR-EXIT
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
       1210-VALIDAR-SUPERVISOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MENU-TARIFAS - MENU DA MANUTENCAO DE TARIFAS.  A GRAVACAO
      * NO ARQUIVO SO ACONTECE NA OPCAO 4.
      ******************************************************************
       2000-MENU-TARIFAS.
           DISPLAY '***************************************************'
           DISPLAY '1-LISTAR EM VIGOR 2-LISTAR HISTORICO 3-REAJUSTAR'
           DISPLAY '4-GRAVAR E SAIR  5-SAIR SEM GRAVAR'
           DISPLAY 'ESCOLHA A OPCAO:'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM 2100-LISTAR-EM-VIGOR
               WHEN 2
                   PERFORM 2200-LISTAR-HISTORICO
               WHEN 3
                   PERFORM 3000-REAJUSTAR-TARIFAS
                       THRU 3000-REAJUSTAR-TARIFAS-EXIT
               WHEN 4
      * COM A CARGA TRUNCADA, GRAVAR REESCREVERIA O TARIFUF SEM AS
      * LINHAS QUE FICARAM DE FORA - MESMA RECUSA DO CEPMAN.
                   IF WS-QTD-EXCEDENTES GREATER THAN ZERO
                       DISPLAY 'ARQUIVO TEM MAIS LINHAS QUE A '
                           'TABELA COMPORTA - GRAVACAO RECUSADA'
                       MOVE ZERO TO WS-OPCAO
                   END-IF
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      ******************************************************************
      * 2100-LISTAR-EM-VIGOR - LISTA, PARA UMA DATA (ZERO = HOJE), A
      * LINHA EM VIGOR DE CADA PAR UF/CATEGORIA - A MESMA QUE O
      * MENSALID USARIA PARA A COMPETENCIA QUE COMECA NESSA DATA.
      ******************************************************************
       2100-LISTAR-EM-VIGOR.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE):'
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF EQUAL ZERO
               ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF

           MOVE ZERO TO WS-QTD-LISTADAS
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-QTD-TARIFAS
               MOVE WS-TARIFA-UF (WS-IDX-TAR)  TO WS-PAR-UF
               MOVE WS-TARIFA-CAT (WS-IDX-TAR) TO WS-PAR-CAT
               PERFORM 2500-LOCALIZAR-VIGENTE
               IF WS-POS-VIGENTE EQUAL WS-IDX-TAR
                   PERFORM 2900-EXIBIR-LINHA
                   ADD 1 TO WS-QTD-LISTADAS
               END-IF
           END-PERFORM
           DISPLAY 'PARES EM VIGOR EM ' WS-DATA-REF ': '
               WS-QTD-LISTADAS.

      ******************************************************************
      * 2200-LISTAR-HISTORICO - LISTA TODAS AS LINHAS DE UMA UF E/OU
      * CATEGORIA (EM BRANCO = TODAS), NA ORDEM DO ARQUIVO.
      ******************************************************************
       2200-LISTAR-HISTORICO.
           DISPLAY 'UF (EM BRANCO = TODAS):'
           ACCEPT WS-ESCOPO-UF
           DISPLAY 'CATEGORIA R/C/I (EM BRANCO = TODAS):'
           ACCEPT WS-ESCOPO-CAT

           MOVE ZERO TO WS-QTD-LISTADAS
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-QTD-TARIFAS
               IF (WS-ESCOPO-UF EQUAL SPACES
                       OR WS-TARIFA-UF (WS-IDX-TAR) EQUAL WS-ESCOPO-UF)
                   AND (WS-ESCOPO-CAT EQUAL SPACE
                       OR WS-TARIFA-CAT (WS-IDX-TAR)
                           EQUAL WS-ESCOPO-CAT)
                   PERFORM 2900-EXIBIR-LINHA
                   ADD 1 TO WS-QTD-LISTADAS
               END-IF
           END-PERFORM
           DISPLAY 'LINHAS LISTADAS: ' WS-QTD-LISTADAS.

      ******************************************************************
      * 2500-LOCALIZAR-VIGENTE - PARA O PAR WS-PAR-UF/WS-PAR-CAT NA
      * DATA WS-DATA-REF, DEVOLVE EM WS-POS-VIGENTE A LINHA DE MAIOR
      * VIGENCIA ATE A DATA (EM EMPATE, A PRIMEIRA DO ARQUIVO - MESMA
      * REGRA DO MENSALID; ZERO SE NAO HOUVER) E LIGA
      * TEM-PROGRAMADA SE O PAR JA TEM LINHA COM VIGENCIA NA DATA OU
      * DEPOIS DELA.
      ******************************************************************
       2500-LOCALIZAR-VIGENTE.
           MOVE ZERO TO WS-POS-VIGENTE
           MOVE 'N'  TO WS-TEM-PROGRAMADA
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTD-TARIFAS
               IF WS-TARIFA-UF (WS-IDX-BUSCA) EQUAL WS-PAR-UF
                   AND WS-TARIFA-CAT (WS-IDX-BUSCA) EQUAL WS-PAR-CAT
                   IF WS-TARIFA-VIGENCIA (WS-IDX-BUSCA)
                           NOT LESS THAN WS-DATA-REF
                       MOVE 'S' TO WS-TEM-PROGRAMADA
                   END-IF
                   IF WS-TARIFA-VIGENCIA (WS-IDX-BUSCA)
                           NOT GREATER THAN WS-DATA-REF
                       IF WS-POS-VIGENTE EQUAL ZERO
                           MOVE WS-IDX-BUSCA TO WS-POS-VIGENTE
                       ELSE
                           IF WS-TARIFA-VIGENCIA (WS-IDX-BUSCA) >
                               WS-TARIFA-VIGENCIA (WS-POS-VIGENTE)
                               MOVE WS-IDX-BUSCA TO WS-POS-VIGENTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 2900-EXIBIR-LINHA - EXIBE A LINHA WS-IDX-TAR DA TABELA.
      ******************************************************************
       2900-EXIBIR-LINHA.
           MOVE WS-TARIFA-UF (WS-IDX-TAR)       TO WS-LT-UF
           MOVE WS-TARIFA-CAT (WS-IDX-TAR)      TO WS-LT-CAT
           MOVE WS-TARIFA-VIGENCIA (WS-IDX-TAR) TO WS-LT-VIGENCIA
           MOVE WS-TARIFA-VALOR (WS-IDX-TAR)    TO WS-LT-VALOR
           DISPLAY WS-LIN-TARIFA.

      ******************************************************************
      * 3000-REAJUSTAR-TARIFAS - REAJUSTE PERCENTUAL A PARTIR DE UMA
      * DATA FUTURA, PARA TODOS OS PARES OU PARA UMA UF E/OU
      * CATEGORIA.  A BASE DE CADA PAR E A LINHA EM VIGOR NA DATA; PAR
      * QUE JA TEM LINHA COM VIGENCIA NA DATA OU DEPOIS (REAJUSTE JA
      * PROGRAMADO) FICA DE FORA, PARA NAO HAVER DUAS LINHAS
      * CONCORRENTES.  MOSTRA A PREVIA E SO INCLUI AS LINHAS NOVAS NA
      * TABELA DEPOIS DA CONFIRMACAO.
      ******************************************************************
       3000-REAJUSTAR-TARIFAS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY 'PERCENTUAL DE REAJUSTE (EX.: 4.50):'
           ACCEPT WS-PERCENTUAL
           IF WS-PERCENTUAL EQUAL ZERO
               DISPLAY 'PERCENTUAL ZERO - REAJUSTE CANCELADO'
               GO TO 3000-REAJUSTAR-TARIFAS-EXIT
           END-IF

           DISPLAY 'VIGENCIA DOS NOVOS VALORES (AAAAMMDD):'
           ACCEPT WS-DATA-VIGENCIA
           IF WS-VIG-MES < 1 OR WS-VIG-MES > 12
               OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
               DISPLAY 'DATA DE VIGENCIA INVALIDA: ' WS-DATA-VIGENCIA
               GO TO 3000-REAJUSTAR-TARIFAS-EXIT
           END-IF
           IF WS-DATA-VIGENCIA NOT GREATER THAN WS-DATA-SISTEMA
               DISPLAY 'A VIGENCIA TEM DE SER FUTURA (POSTERIOR A '
                   WS-DATA-SISTEMA ')'
               GO TO 3000-REAJUSTAR-TARIFAS-EXIT
           END-IF
           IF WS-VIG-DIA NOT EQUAL 1
               DISPLAY 'ATENCAO: O MENSALID APLICA A TARIFA EM VIGOR '
                   'NO DIA 1 DA COMPETENCIA - O NOVO VALOR SO VALE '
                   'A PARTIR DA COMPETENCIA SEGUINTE'
           END-IF

           DISPLAY 'UF (EM BRANCO = TODAS):'
           ACCEPT WS-ESCOPO-UF
           DISPLAY 'CATEGORIA R/C/I (EM BRANCO = TODAS):'
           ACCEPT WS-ESCOPO-CAT

           PERFORM 3100-MONTAR-PREVIA
           IF WS-QTD-REAJUSTE EQUAL ZERO
               DISPLAY 'NENHUM PAR UF/CATEGORIA A REAJUSTAR'
               GO TO 3000-REAJUSTAR-TARIFAS-EXIT
           END-IF

           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDIT
           DISPLAY '--- PREVIA DO REAJUSTE DE ' WS-PERCENTUAL-EDIT
               '% A PARTIR DE ' WS-DATA-VIGENCIA ' ---'
           PERFORM VARYING WS-IDX-REAJ FROM 1 BY 1
                   UNTIL WS-IDX-REAJ > WS-QTD-REAJUSTE
               MOVE WS-REAJ-UF (WS-IDX-REAJ)         TO WS-LP-UF
               MOVE WS-REAJ-CAT (WS-IDX-REAJ)        TO WS-LP-CAT
               MOVE WS-REAJ-VALOR-ANT (WS-IDX-REAJ)  TO WS-LP-VALOR-ANT
               MOVE WS-REAJ-VALOR-NOVO (WS-IDX-REAJ)
                   TO WS-LP-VALOR-NOVO
               DISPLAY WS-LIN-PREVIA
           END-PERFORM
           DISPLAY 'PARES A REAJUSTAR: ' WS-QTD-REAJUSTE
           IF WS-QTD-PROGRAMADOS GREATER THAN ZERO
               DISPLAY 'PARES FORA (REAJUSTE JA PROGRAMADO): '
                   WS-QTD-PROGRAMADOS
           END-IF

           IF WS-QTD-TARIFAS + WS-QTD-REAJUSTE > 600
               DISPLAY 'TABELA CHEIA (600 LINHAS) - REAJUSTE RECUSADO'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               PERFORM 3300-MONTAR-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-TARIFA
               GO TO 3000-REAJUSTAR-TARIFAS-EXIT
           END-IF

           DISPLAY 'CONFIRMA O REAJUSTE? (S/N):'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'REAJUSTE NAO CONFIRMADO - NADA ALTERADO'
               MOVE 'N' TO WS-AUDIT-RESULTADO
               PERFORM 3300-MONTAR-DESCRICAO
               PERFORM 7100-GRAVAR-AUDITORIA-TARIFA
               GO TO 3000-REAJUSTAR-TARIFAS-EXIT
           END-IF

           PERFORM 3200-INCLUIR-LINHAS
           MOVE 'S' TO WS-HOUVE-ALTERACAO
           DISPLAY 'REAJUSTE INCLUIDO NA TABELA - USE 4-GRAVAR PARA '
               'EFETIVAR'

           MOVE 'S' TO WS-AUDIT-RESULTADO
           PERFORM 3300-MONTAR-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-TARIFA.
       3000-REAJUSTAR-TARIFAS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MONTAR-PREVIA - MONTA A PREVIA: PARA CADA LINHA DO
      * ESCOPO QUE E A LINHA EM VIGOR DO SEU PAR NA DATA DE VIGENCIA,
      * CALCULA O VALOR NOVO (ARREDONDADO NO CENTAVO).
      ******************************************************************
       3100-MONTAR-PREVIA.
           MOVE ZERO TO WS-QTD-REAJUSTE
           MOVE ZERO TO WS-QTD-PROGRAMADOS
           MOVE WS-DATA-VIGENCIA TO WS-DATA-REF

           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-QTD-TARIFAS
               IF (WS-ESCOPO-UF EQUAL SPACES
                       OR WS-TARIFA-UF (WS-IDX-TAR) EQUAL WS-ESCOPO-UF)
                   AND (WS-ESCOPO-CAT EQUAL SPACE
                       OR WS-TARIFA-CAT (WS-IDX-TAR)
                           EQUAL WS-ESCOPO-CAT)
                   MOVE WS-TARIFA-UF (WS-IDX-TAR)  TO WS-PAR-UF
                   MOVE WS-TARIFA-CAT (WS-IDX-TAR) TO WS-PAR-CAT
                   PERFORM 2500-LOCALIZAR-VIGENTE
                   IF WS-POS-VIGENTE EQUAL WS-IDX-TAR
                       IF TEM-PROGRAMADA
                           ADD 1 TO WS-QTD-PROGRAMADOS
                           DISPLAY 'UF ' WS-PAR-UF ' CAT. ' WS-PAR-CAT
                               ' JA TEM TARIFA COM VIGENCIA EM '
                               WS-DATA-VIGENCIA ' OU DEPOIS - FORA'
                       ELSE
                           IF WS-QTD-REAJUSTE < 150
                               ADD 1 TO WS-QTD-REAJUSTE
                               MOVE WS-PAR-UF
                                   TO WS-REAJ-UF (WS-QTD-REAJUSTE)
                               MOVE WS-PAR-CAT
                                   TO WS-REAJ-CAT (WS-QTD-REAJUSTE)
                               MOVE WS-TARIFA-VALOR (WS-IDX-TAR)
                                 TO WS-REAJ-VALOR-ANT (WS-QTD-REAJUSTE)
                               COMPUTE WS-REAJ-VALOR-NOVO
                                   (WS-QTD-REAJUSTE) ROUNDED =
                                   WS-TARIFA-VALOR (WS-IDX-TAR) *
                                   (100 + WS-PERCENTUAL) / 100
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * 3200-INCLUIR-LINHAS - ACRESCENTA NA TABELA UMA LINHA POR PAR
      * DA PREVIA, COM O VALOR NOVO E A DATA DE VIGENCIA INFORMADA.
      ******************************************************************
       3200-INCLUIR-LINHAS.
           PERFORM VARYING WS-IDX-REAJ FROM 1 BY 1
                   UNTIL WS-IDX-REAJ > WS-QTD-REAJUSTE
               ADD 1 TO WS-QTD-TARIFAS
               MOVE WS-REAJ-UF (WS-IDX-REAJ)
                   TO WS-TARIFA-UF (WS-QTD-TARIFAS)
               MOVE WS-REAJ-CAT (WS-IDX-REAJ)
                   TO WS-TARIFA-CAT (WS-QTD-TARIFAS)
               MOVE WS-REAJ-VALOR-NOVO (WS-IDX-REAJ)
                   TO WS-TARIFA-VALOR (WS-QTD-TARIFAS)
               MOVE WS-DATA-VIGENCIA
                   TO WS-TARIFA-VIGENCIA (WS-QTD-TARIFAS)
           END-PERFORM.

      ******************************************************************
      * 3300-MONTAR-DESCRICAO - DESCRICAO DA AUDITORIA DO REAJUSTE:
      * PERCENTUAL, VIGENCIA E ESCOPO ('**' / '*' = TODAS).
      ******************************************************************
       3300-MONTAR-DESCRICAO.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDIT
           MOVE WS-ESCOPO-UF  TO WS-DESC-UF
           MOVE WS-ESCOPO-CAT TO WS-DESC-CAT
           IF WS-DESC-UF EQUAL SPACES
               MOVE '**' TO WS-DESC-UF
           END-IF
           IF WS-DESC-CAT EQUAL SPACE
               MOVE '*' TO WS-DESC-CAT
           END-IF
           MOVE SPACES TO WS-AUDIT-DESCRICAO
           STRING 'REAJUSTE ' WS-PERCENTUAL-EDIT '% DE '
               WS-DATA-VIGENCIA ' ' WS-DESC-UF '/' WS-DESC-CAT
               DELIMITED BY SIZE INTO WS-AUDIT-DESCRICAO.

      ******************************************************************
      * 5000-GRAVAR-TABELA - REESCREVE O ARQUIVO TARIFUF A PARTIR DA
      * TABELA EM MEMORIA E AUDITA A GRAVACAO.
      ******************************************************************
       5000-GRAVAR-TABELA.
           OPEN OUTPUT TARIFUF
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-QTD-TARIFAS
               MOVE WS-TARIFA-UF (WS-IDX-TAR)       TO TAR-UF
               MOVE WS-TARIFA-CAT (WS-IDX-TAR)      TO TAR-CATEGORIA
               MOVE WS-TARIFA-VALOR (WS-IDX-TAR)    TO TAR-VALOR
               MOVE WS-TARIFA-VIGENCIA (WS-IDX-TAR) TO TAR-VIGENCIA
               WRITE TARIFA-REG
           END-PERFORM
           CLOSE TARIFUF
           DISPLAY 'TARIFUF GRAVADO COM ' WS-QTD-TARIFAS ' LINHAS'

           MOVE 'S' TO WS-AUDIT-RESULTADO
           MOVE 'TABELA TARIFUF REGRAVADA' TO WS-AUDIT-DESCRICAO
           PERFORM 7100-GRAVAR-AUDITORIA-TARIFA.

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
      * 7100-GRAVAR-AUDITORIA-TARIFA - REGISTRA NO CLIAUDIT UMA
      * OPERACAO SOBRE A TABELA DE TARIFAS (OPERACAO 'J').
      * AUDIT-CHAVE NAO SE APLICA (NAO HA CHAVE DE CLIENTE).
      ******************************************************************
       7100-GRAVAR-AUDITORIA-TARIFA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA      TO AUDIT-DATA
           MOVE WS-HORA-SISTEMA      TO AUDIT-HORA
           MOVE WS-OPERADOR-ID       TO AUDIT-OPERADOR
           MOVE 'J'                  TO AUDIT-OPERACAO
           MOVE ZERO                 TO AUDIT-CHAVE
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
      * 9000-FINALIZAR - ENCERRAMENTO DO PROGRAMA.
      ******************************************************************
       9000-FINALIZAR.
           CONTINUE.
       END PROGRAM TARIFMAN.
