      ******************************************************************
      * ORDCORTE - LAYOUT DE UMA LINHA DA ORDEM DE SERVICO DE CAMPO DE
      *            CORTE OU DE RELIGACAO (ARQUIVOS CORTEREL E
      *            RELIGREL, GERADOS POR CORTELIG)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY ORDCORTE.
      *      UMA LINHA POR CLIENTE SUSPENSO (CORTEREL) OU RELIGADO
      *      (RELIGREL) NA RODADA, COM NOME E ENDERECO COMPLETO PARA
      *      A EQUIPE DE CAMPO.  NO CORTE, ORD-DATA E A DATA DA
      *      NOTIFICACAO FINAL E ORD-VALOR O SALDO DEVEDOR; NA
      *      RELIGACAO, ORD-DATA E A DATA DA SUSPENSAO E ORD-VALOR A
      *      TAXA DE RELIGACAO LANCADA.  A LINHA FINAL (CHAVE ZERO)
      *      TRAZ OS TOTAIS.
      ******************************************************************
           03 ORD-CHAVE              PIC 9(06).
           03 FILLER                 PIC X(01).
           03 ORD-SERVICO            PIC X(09).
           03 FILLER                 PIC X(01).
           03 ORD-NOME               PIC X(30).
           03 FILLER                 PIC X(01).
           03 ORD-LOGRADOURO         PIC X(20).
           03 FILLER                 PIC X(01).
           03 ORD-NUMERO             PIC 9(05).
           03 FILLER                 PIC X(01).
           03 ORD-COMPLEMENTO        PIC X(10).
           03 FILLER                 PIC X(01).
           03 ORD-BAIRRO             PIC X(15).
           03 FILLER                 PIC X(01).
           03 ORD-CIDADE             PIC X(20).
           03 FILLER                 PIC X(01).
           03 ORD-UF                 PIC X(02).
           03 FILLER                 PIC X(01).
           03 ORD-CEP                PIC 9(08).
           03 FILLER                 PIC X(01).
           03 ORD-DATA               PIC 9(08).
           03 FILLER                 PIC X(01).
           03 ORD-VALOR              PIC -9(9).9(2).
           03 FILLER                 PIC X(01).
           03 ORD-OBSERVACAO         PIC X(30).
