      *      RESIDENCIAL, C = COMERCIAL, I = INSTITUCIONAL - VER
      *      CLIENTE.CPY) E O VALOR DA MENSALIDADE DE SERVICO COBRADA
      *      DOS CLIENTES ATIVOS DAQUELE PAR UF/CATEGORIA PELO
      *      GERADOR DE FATURAMENTO (MENSALID), A PARTIR DA DATA DE
      *      VIGENCIA (AAAAMMDD).  O MESMO PAR PODE TER VARIAS LINHAS
      *      (UMA POR REAJUSTE, GRAVADAS PELO TARIFMAN) - VALE A DE
      *      MAIOR VIGENCIA ATE O PRIMEIRO DIA DA COMPETENCIA
      *      FATURADA.  AS LINHAS ANTIGAS FICAM COMO HISTORICO.
      *      VIGENCIA EM BRANCO OU ZERO = EM VIGOR DESDE SEMPRE.
      ******************************************************************
           03 TAR-UF                 PIC X(02).
           03 TAR-CATEGORIA          PIC X(01).
           03 TAR-VALOR              PIC 9(07)V9(2).
           03 TAR-VIGENCIA           PIC 9(08).
