      ******************************************************************
      * ESTORNO - LAYOUT DO HISTORICO DO LANCAMENTO DE ESTORNO
      *           (GRAVADO POR RAZESTOR EM LANC/PEN/MOV-HISTORICO)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY ESTORNO.
      *      O ESTORNO E O LANCAMENTO OPOSTO EXATO DE UM MOVIMENTO DO
      *      RAZMOVS (D VIRA C, C VIRA D, MESMO VALOR) E O HISTORICO
      *      APONTA O ORIGINAL PELA DATA E PELA SEQUENCIA DE MOVIMENTO
      *      (MOV-SEQ, UNICA NO ARQUIVO).  E POR ESTE TEXTO QUE O
      *      RAZESTOR RECUSA O SEGUNDO ESTORNO DO MESMO MOVIMENTO E
      *      QUE RAZEXT E FATURA CASAM O ORIGINAL COM O SEU ESTORNO.
      *      MONTE COM MOVE SPACES NO GRUPO E 'ESTORNO ' EM
      *      EST-PREFIXO.
      ******************************************************************
           03 EST-PREFIXO            PIC X(08).
               88 EST-E-ESTORNO      VALUE 'ESTORNO '.
           03 EST-DATA-ORIGINAL      PIC 9(08).
           03 FILLER                 PIC X(01).
           03 EST-SEQ-ORIGINAL       PIC 9(06).
           03 FILLER                 PIC X(07).
