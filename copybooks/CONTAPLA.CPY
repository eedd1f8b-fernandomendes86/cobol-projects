      ******************************************************************
      * CONTAPLA - LAYOUT DO DE-PARA DE CONTAS CONTABEIS POR TIPO DE
      *            MOVIMENTO (ARQUIVO PLANOCTA, MANTIDO PELA
      *            CONTABILIDADE, LIDO POR CONTADIA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY CONTAPLA.
      *      UMA LINHA POR TIPO DE MOVIMENTO DO RAZMOVS QUE A
      *      INTERFACE CONTABIL RECONHECE (VER A TABELA DE TIPOS DO
      *      CONTADIA): A CONTA DEBITADA E A CONTA CREDITADA NO RAZAO
      *      GERAL PELO TOTAL DO DIA DAQUELE TIPO.  O ESTORNO DE UM
      *      MOVIMENTO USA AS MESMAS CONTAS DO TIPO DO ORIGINAL, COM
      *      DEBITO E CREDITO INVERTIDOS.  TIPO COM MOVIMENTO NO DIA E
      *      SEM LINHA AQUI (OU COM CONTA EM BRANCO) IMPEDE O ENVIO.
      ******************************************************************
           03 PLC-TIPO               PIC X(04).
           03 PLC-CONTA-DEBITO       PIC X(12).
           03 PLC-CONTA-CREDITO      PIC X(12).
           03 PLC-DESCRICAO          PIC X(30).
