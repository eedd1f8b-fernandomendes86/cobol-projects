      ******************************************************************
      * NEGBURO - LAYOUT DO ITEM DE INCLUSAO/REMOCAO ENVIADO AO BUREAU
      *           DE PROTECAO AO CREDITO (ARQUIVOS NEGINCL E NEGEXCL,
      *           GERADOS POR NEGATIVA)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY NEGBURO.
      *      UM ITEM POR DEVEDOR INCLUIDO (NBU-TIPO 'I', NO NEGINCL)
      *      OU REMOVIDO (NBU-TIPO 'E', NO NEGEXCL).  O CONTRATO E A
      *      CHAVE DO CLIENTE; NBU-DATA-DIVIDA E A DATA DO DEBITO EM
      *      ABERTO MAIS ANTIGO E NBU-VALOR O SALDO DEVEDOR NA
      *      INCLUSAO (A REMOCAO REPETE O VALOR INCLUIDO, COMO O
      *      BUREAU PEDE PARA LOCALIZAR O REGISTRO).
      ******************************************************************
           03 NBU-TIPO               PIC X(01).
               88 NBU-INCLUSAO       VALUE 'I'.
               88 NBU-EXCLUSAO       VALUE 'E'.
           03 NBU-CONTRATO           PIC 9(06).
           03 NBU-NOME               PIC X(30).
           03 NBU-LOGRADOURO         PIC X(20).
           03 NBU-NUMERO             PIC 9(05).
           03 NBU-COMPLEMENTO        PIC X(10).
           03 NBU-BAIRRO             PIC X(15).
           03 NBU-CIDADE             PIC X(20).
           03 NBU-UF                 PIC X(02).
           03 NBU-CEP                PIC 9(08).
           03 NBU-DATA-DIVIDA        PIC 9(08).
           03 NBU-VALOR              PIC 9(09)V9(2).
           03 NBU-DATA-MOVIMENTO     PIC 9(08).
           03 NBU-MOTIVO             PIC X(01).
