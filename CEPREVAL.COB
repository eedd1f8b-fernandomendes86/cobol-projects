      *          cada cliente cai e acusa no relatorio CEPREREL todo
      *          cliente cujo par CEP/UF nao confere mais (UF gravada
      *          diferente da CEPF-UF da faixa, ou CEP fora de todas
      *          as faixas).  Os divergentes passam por um SORT
      *          durante a varredura e o relatorio sai AGRUPADO POR
      *          FAIXA - cada grupo com sua linha de total - para o
      *          trabalho de correcao faixa a faixa.  So relata -
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CEPREREL.

           SELECT DIVSORT ASSIGN TO "DIVSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  CLIEMSTR
       01  CRV-LINHA-REG.
           COPY CEPREREL.

      * ARQUIVO DE TRABALHO DO SORT - UM DIVERGENTE POR REGISTRO,
      * ORDENADO POR FAIXA (POSICAO NA TABELA; 999 = CEP SEM FAIXA,
      * QUE SAI POR ULTIMO) E CHAVE DO CLIENTE.
       SD  DIVSORT.
       01  SRT-REG.
           03 SRT-FAIXA         PIC 9(03).
           03 SRT-CHAVE         PIC 9(06).
           03 SRT-NOME          PIC X(30).
           03 SRT-STATUS        PIC X(01).
           03 SRT-UF            PIC X(02).
           03 SRT-CEP           PIC 9(08).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-AREA.
           88 FIM-CLIEMSTR      VALUE 'S'.
       77 WS-FIM-CEPFAIXA       PIC X(01) VALUE 'N'.
           88 FIM-CEPFAIXA      VALUE 'S'.
       77 WS-FIM-DIVSORT        PIC X(01) VALUE 'N'.
           88 FIM-DIVSORT       VALUE 'S'.

       01  WS-TAB-CEPFAIXA.
           03 WS-QTD-FAIXAS     PIC 9(03) VALUE ZERO.
       77 WS-QTD-DIVERGENTES    PIC 9(06) VALUE ZERO.
       77 WS-QTD-SEM-FAIXA      PIC 9(06) VALUE ZERO.

      * GRUPO (FAIXA) DO RELATORIO EM CURSO NA SAIDA DO SORT - 999
      * = CEP SEM FAIXA; ZERO = NENHUM GRUPO ABERTO AINDA.
       77 WS-FAIXA-CORRENTE     PIC 9(03).
       77 WS-FAIXA-SEM-FAIXA    PIC 9(03) VALUE 999.

       PROCEDURE DIVISION.
       0000-MAINLINE.

      ******************************************************************
      * 2000-REVALIDAR-BASE - VARRE O CLIEMSTR INTEIRO E ACUSA CADA
      * CLIENTE CUJO PAR CEP/UF NAO CONFERE COM A TABELA, AGRUPADO
      * POR FAIXA PELO SORT.  FECHA COM O BLOCO DE TOTAIS POR FAIXA E
      * O TOTAL GERAL.
      ******************************************************************
       2000-REVALIDAR-BASE.
           IF WS-QTD-FAIXAS EQUAL ZERO
           END-IF

           OPEN OUTPUT CEPREREL
           SORT DIVSORT ON ASCENDING KEY SRT-FAIXA SRT-CHAVE
               INPUT PROCEDURE IS 2050-VARRER-CLIENTES
                   THRU 2050-VARRER-CLIENTES-EXIT
               OUTPUT PROCEDURE IS 2400-GRAVAR-GRUPOS-FAIXA
                   THRU 2400-GRAVAR-GRUPOS-FAIXA-EXIT
           CLOSE CLIEMSTR

           PERFORM 2500-GRAVAR-TOTAL-GERAL
           CLOSE CEPREREL

           DISPLAY 'CLIENTES VARRIDOS....: ' WS-QTD-CLIENTES
           DISPLAY 'UF X CEP DIVERGENTES.: ' WS-QTD-DIVERGENTES
           DISPLAY 'CEP SEM FAIXA........: ' WS-QTD-SEM-FAIXA
           DISPLAY 'RELATORIO GRAVADO EM CEPREREL'.
       2000-REVALIDAR-BASE-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VARRER-CLIENTES - LE O CLIEMSTR (JA ABERTO POR 2000) DO
      * INICIO AO FIM, CONFERINDO CADA CLIENTE.
      ******************************************************************
       2050-VARRER-CLIENTES.
           MOVE 'N' TO WS-FIM-CLIEMSTR

           PERFORM UNTIL FIM-CLIEMSTR
                       PERFORM 2100-CONFERIR-CLIENTE
                           THRU 2100-CONFERIR-CLIENTE-EXIT
               END-READ
           END-PERFORM.
       2050-VARRER-CLIENTES-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CONFERIR-CLIENTE - LOCALIZA A FAIXA DO CEP DO CLIENTE
      * CORRENTE (PRIMEIRA FAIXA QUE O CONTEM, MESMO CRITERIO DO
      * CONDICOES) E ENTREGA AO SORT O CLIENTE COM UF DIVERGENTE OU
      * CEP SEM FAIXA - A GRAVACAO AGRUPADA SAI EM 2400, DEPOIS DA
      * VARREDURA.
      ******************************************************************
       2100-CONFERIR-CLIENTE.
           MOVE 'N' TO WS-ACHOU-FAIXA

           IF NOT ACHOU-FAIXA
               ADD 1 TO WS-QTD-SEM-FAIXA
               MOVE WS-FAIXA-SEM-FAIXA TO WS-FAIXA-ACHADA-POS
               PERFORM 2200-GUARDAR-DIVERGENTE
               GO TO 2100-CONFERIR-CLIENTE-EXIT
           END-IF
           EXIT.

      ******************************************************************
      * 2200-GUARDAR-DIVERGENTE - ENTREGA AO SORT O CLIENTE CORRENTE,
      * COM A POSICAO DA FAIXA ACHADA (999 = CEP SEM FAIXA).
      ******************************************************************
       2200-GUARDAR-DIVERGENTE.
           MOVE WS-FAIXA-ACHADA-POS TO SRT-FAIXA
           MOVE CLI-CHAVE           TO SRT-CHAVE
           MOVE CLI-NOME            TO SRT-NOME
           MOVE CLI-STATUS          TO SRT-STATUS
           MOVE WS-UF               TO SRT-UF
           MOVE WS-CEP              TO SRT-CEP
           RELEASE SRT-REG.

      ******************************************************************
      * 2400-GRAVAR-GRUPOS-FAIXA - RECEBE DO SORT OS DIVERGENTES JA
      * AGRUPADOS E GRAVA O DETALHE: PARA CADA FAIXA COM
      * DIVERGENTES, AS LINHAS DOS SEUS CLIENTES E A LINHA DE TOTAL
      * DA FAIXA; POR ULTIMO O BLOCO DOS CLIENTES COM CEP FORA DE
      * TODAS AS FAIXAS E O SEU TOTAL.
      ******************************************************************
       2400-GRAVAR-GRUPOS-FAIXA.
           MOVE ZERO TO WS-FAIXA-CORRENTE
           MOVE 'N'  TO WS-FIM-DIVSORT

           PERFORM UNTIL FIM-DIVSORT
               RETURN DIVSORT
                   AT END
                       SET FIM-DIVSORT TO TRUE
                   NOT AT END
                       IF SRT-FAIXA NOT EQUAL WS-FAIXA-CORRENTE
                           IF WS-FAIXA-CORRENTE NOT EQUAL ZERO
                               PERFORM 2420-GRAVAR-TOTAL-GRUPO
                           END-IF
                           MOVE SRT-FAIXA TO WS-FAIXA-CORRENTE
                       END-IF
                       PERFORM 2410-GRAVAR-DETALHE
               END-RETURN
           END-PERFORM

           IF WS-FAIXA-CORRENTE NOT EQUAL ZERO
               PERFORM 2420-GRAVAR-TOTAL-GRUPO
           END-IF.
       2400-GRAVAR-GRUPOS-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 2410-GRAVAR-DETALHE - GRAVA A LINHA DE DETALHE DO DIVERGENTE
      * RECEBIDO DO SORT.
      ******************************************************************
       2410-GRAVAR-DETALHE.
           MOVE SPACES     TO CRV-LINHA-REG
           MOVE SRT-CHAVE  TO CRV-CHAVE
           MOVE SRT-NOME   TO CRV-NOME
           MOVE SRT-STATUS TO CRV-STATUS
           MOVE SRT-UF     TO CRV-UF-CLIENTE
           IF SRT-FAIXA EQUAL WS-FAIXA-SEM-FAIXA
               MOVE SPACES TO CRV-UF-FAIXA
               MOVE 'CEP FORA DE TODAS AS FAIXAS'
                   TO CRV-OBSERVACAO
           ELSE
               MOVE WS-FAIXA-UF (SRT-FAIXA) TO CRV-UF-FAIXA
               MOVE 'UF DO CLIENTE DIVERGE DA FAIXA'
                   TO CRV-OBSERVACAO
           END-IF
           MOVE SRT-CEP TO CRV-CEP
           MOVE ZERO TO CRV-QTD-DIVERG
           WRITE CRV-LINHA-REG.

      ******************************************************************
      * 2420-GRAVAR-TOTAL-GRUPO - FECHA O GRUPO DE WS-FAIXA-CORRENTE
      * COM A SUA LINHA DE TOTAL (CONTAGEM DA FAIXA, OU DOS SEM
      * FAIXA).
      ******************************************************************
       2420-GRAVAR-TOTAL-GRUPO.
           MOVE SPACES TO CRV-LINHA-REG
           MOVE ZERO   TO CRV-CHAVE
           MOVE SPACE  TO CRV-STATUS
           MOVE SPACES TO CRV-UF-CLIENTE
           MOVE ZERO   TO CRV-CEP
           IF WS-FAIXA-CORRENTE EQUAL WS-FAIXA-SEM-FAIXA
               MOVE 'TOTAL SEM FAIXA' TO CRV-NOME
               MOVE SPACES TO CRV-UF-FAIXA
               MOVE WS-QTD-SEM-FAIXA TO CRV-QTD-DIVERG
               MOVE 'CLIENTES COM CEP SEM FAIXA'
                   TO CRV-OBSERVACAO
           ELSE
               MOVE 'TOTAL DA FAIXA' TO CRV-NOME
               MOVE WS-FAIXA-UF (WS-FAIXA-CORRENTE) TO CRV-UF-FAIXA
               MOVE WS-FAIXA-QTD-DIV (WS-FAIXA-CORRENTE)
                   TO CRV-QTD-DIVERG
               MOVE 'CLIENTES DIVERGENTES NA FAIXA'
                   TO CRV-OBSERVACAO
           END-IF
           WRITE CRV-LINHA-REG.

      ******************************************************************
      * 2500-GRAVAR-TOTAL-GERAL - FECHA O RELATORIO COM A LINHA DE
