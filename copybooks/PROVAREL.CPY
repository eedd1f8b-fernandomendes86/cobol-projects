      ******************************************************************
      * PROVAREL - LAYOUT DE UMA LINHA DO RELATORIO DA PROVA DIARIA DE
      *            VALORES (ARQUIVO RAZPVREL, GERADO POR RAZPROVA, E
      *            ARQUIVO TITPVREL, GERADO POR TITPROVA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY PROVAREL.
      *      UMA LINHA POR CONTA EM QUE O DETALHE DO RAZMOVS E OS
      *      ACUMULADORES DO RAZMSTR NAO BATEM, COM O VALOR ESPERADO,
      *      PERIODO EM ABERTO - MOVIMENTOS DATADOS DEPOIS DO ULTIMO
      *      FECHAMENTO DA CONTA NO RAZHIST), 'ACUMULAD' (SALDO
      *      CONTRA ABERTURA + CREDITOS - DEBITOS DA PROPRIA CONTA) E
      *      'SEMCONTA' (MOVIMENTO SEM CONTA NO RAZMSTR).  NA
      *      TITPROVA: 'SALDO' (SALDO DEVEDOR DA CONTA CONTRA O EM
      *      ABERTO DOS TITULOS), 'QUITADO' E 'SITUACAO' (TITULO
      *      INCOERENTE - A SEQUENCIA VAI NA DESCRICAO), 'SEMCONTA'
      *      (TITULO SEM CONTA NO RAZMSTR) E 'TITABER' (ARQUIVO
      *      AUSENTE).  A LINHA FINAL ('VEREDITO') TRAZ OK OU NAO-OK -
      *      E O QUE O BATCH NOTURNO CONSULTA, VIA RETURN-CODE 0/8,
      *      PARA PARAR ANTES DE O COPIASEG PERPETUAR UM ESTADO RUIM.
      ******************************************************************
           03 PRV-CHAVE              PIC 9(06).
           03 FILLER                 PIC X(01).
