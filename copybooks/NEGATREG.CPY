      ******************************************************************
      * NEGATREG - LAYOUT DO REGISTRO DE NEGATIVACOES EM BUREAU DE
      *            CREDITO (ARQUIVO NEGATREG, MANTIDO POR NEGATIVA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY NEGATREG.
      *      UMA LINHA POR NEGATIVACAO ENVIADA AO BUREAU, COM A DATA
      *      DA INCLUSAO, O VALOR E A DATA DA DIVIDA INFORMADOS.
      *      ENQUANTO O CLIENTE ESTA NEGATIVADO A LINHA FICA COM
      *      STATUS 'I'; QUANDO SAI NO ARQUIVO DE REMOCAO GANHA
      *      STATUS 'R', A DATA E O MOTIVO DA REMOCAO.  E POR ESTE
      *      ARQUIVO QUE O NEGATIVA NAO MANDA O MESMO CLIENTE DUAS
      *      VEZES E NAO DEIXA NEGATIVADO QUEM JA PAGOU.  UMA NOVA
      *      NEGATIVACAO DO MESMO CLIENTE, DEPOIS DE REMOVIDO, GANHA
      *      LINHA NOVA - A LINHA ANTIGA FICA COMO HISTORICO.
      ******************************************************************
           03 NEG-CHAVE              PIC 9(06).
           03 NEG-STATUS             PIC X(01).
               88 NEG-INCLUIDO       VALUE 'I'.
               88 NEG-REMOVIDO       VALUE 'R'.
           03 NEG-DATA-INCLUSAO      PIC 9(08).
           03 NEG-VALOR-INCLUIDO     PIC S9(9)V9(2).
           03 NEG-DATA-DIVIDA        PIC 9(08).
           03 NEG-DATA-REMOCAO       PIC 9(08).
           03 NEG-MOTIVO-REMOCAO     PIC X(01).
               88 NEG-REM-QUITADO    VALUE 'Q'.
               88 NEG-REM-ACORDO     VALUE 'A'.
               88 NEG-REM-BAIXA      VALUE 'B'.
