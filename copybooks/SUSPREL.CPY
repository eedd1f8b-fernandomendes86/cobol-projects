      ******************************************************************
      * SUSPREL - LAYOUT DE UMA LINHA DO RELATORIO DE ENVELHECIMENTO
      *           DA FILA DE PENDENCIAS DO RETORNO (ARQUIVO SUSPREL,
      *           GERADO POR SUSPMAN)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY SUSPREL.
      *      UMA LINHA POR ITEM AINDA PENDENTE NO BCOSUSP HA MAIS DIAS
      *      QUE O LIMITE INFORMADO, COM A IDADE EM DIAS CORRIDOS.  A
      *      LINHA FINAL (NUMERO ZERO) TRAZ A QUANTIDADE E O VALOR
      *      TOTAL DOS ITENS LISTADOS.
      ******************************************************************
           03 SSR-NUMERO             PIC 9(06).
           03 FILLER                 PIC X(01).
           03 SSR-DATA-ENTRADA       PIC 9(08).
           03 FILLER                 PIC X(01).
           03 SSR-DIAS               PIC Z(4)9.
           03 FILLER                 PIC X(01).
           03 SSR-CHAVE              PIC 9(06).
           03 FILLER                 PIC X(01).
           03 SSR-VALOR              PIC -9(9).9(2).
           03 FILLER                 PIC X(01).
           03 SSR-REFERENCIA         PIC X(20).
           03 FILLER                 PIC X(01).
           03 SSR-MOTIVO             PIC X(40).
