      *      UMA LINHA POR MOVIMENTO DO PERIODO PEDIDO, COM O SALDO
      *      CORRENTE APOS O MOVIMENTO.  AS LINHAS DE ABERTURA E DE
      *      FECHAMENTO USAM O MESMO LAYOUT, COM EXTR-TIPO EM BRANCO E
      *      O TEXTO CORRESPONDENTE EM EXTR-HISTORICO.  EXTR-SEQ E A
      *      SEQUENCIA DO MOVIMENTO (MOV-SEQ, A QUE O RAZESTOR PEDE).
      *      MOVIMENTO ESTORNADO SAI COM EXTR-MARCA 'ESTORNADO' E O
      *      ESTORNO COM 'ESTORNO'; EM AMBOS EXTR-SEQ-PAR TRAZ A
      *      SEQUENCIA DO OUTRO MOVIMENTO DO PAR.
      ******************************************************************
           03 EXTR-CHAVE             PIC 9(06).
           03 FILLER                 PIC X(01).
           03 EXTR-HISTORICO         PIC X(30).
           03 FILLER                 PIC X(01).
           03 EXTR-ORIGEM            PIC X(08).
           03 FILLER                 PIC X(01).
           03 EXTR-SEQ               PIC 9(06).
           03 FILLER                 PIC X(01).
           03 EXTR-MARCA             PIC X(09).
           03 FILLER                 PIC X(01).
           03 EXTR-SEQ-PAR           PIC 9(06).
