               05 WS-TOT-OPER-ID    PIC X(08).
               05 WS-TOT-OPER-QTD   PIC 9(06).

      * 30 CODIGOS DE OPERACAO COMPORTAM OS 20 EM USO (A/B/C/D/E/F/G/H
      * DO CONDICOES, M/L DE MENU E LOGIN, O DO OPERMAN, P DO
      * BAIXAPER, R DO RAZESTOR, S DO SUSPMAN, T DO CEPMAN, J DO
      * TARIFMAN, V DO RAZAPROV, I DO FICHA, U DO DEVOLMAN E DO
      * CONDICOES E X DO TITULAR E DO ANONIMIZ) COM FOLGA.
       01  WS-TAB-OPERACOES.
           03 WS-QTD-OPERACOES  PIC 9(02) VALUE ZERO.
           03 WS-TOT-OPERACAO OCCURS 30 TIMES
                   INDEXED BY WS-IDX-OPRC.
               05 WS-TOT-OPRC-COD   PIC X(01).
               05 WS-TOT-OPRC-QTD   PIC 9(06).
           ACCEPT WS-FILTRO-DATA-FIM
           DISPLAY 'OPERADOR (EM BRANCO = TODOS):'
           ACCEPT WS-FILTRO-OPERADOR
           DISPLAY 'OPERACAO A-B-C-D-E-F-G-H-I-J-M-L-O-P-R-S-T-U-V-X'
           DISPLAY '(EM BRANCO = TODAS):'
           ACCEPT WS-FILTRO-OPERACAO
           DISPLAY 'RESULTADO S/N (EM BRANCO = TODOS):'
               END-IF
           END-PERFORM
           IF NOT ACHOU-TOTAL
               IF WS-QTD-OPERACOES < 30
                   ADD 1 TO WS-QTD-OPERACOES
                   MOVE AUDIT-OPERACAO
                       TO WS-TOT-OPRC-COD (WS-QTD-OPERACOES)
                   MOVE 1 TO WS-TOT-OPRC-QTD (WS-QTD-OPERACOES)
               ELSE
                   DISPLAY 'MAIS DE 30 CODIGOS DE OPERACAO - TOTAL '
                       'DA OPERACAO ' AUDIT-OPERACAO ' NAO ACUMULADO'
               END-IF
           END-IF.
