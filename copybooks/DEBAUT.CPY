      ******************************************************************
      * DEBAUT - LAYOUT DO MANDATO DE DEBITO AUTOMATICO EM CONTA
      *          (ARQUIVO DEBAUTO, MANTIDO PELO SUBMENU DE DEBITO
      *          AUTOMATICO DO CONDICOES E PELO RETORNO DEBARET)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY DEBAUT.
      *      REGISTRO FILHO DO CLIEMSTR: A AUTORIZACAO DO CLIENTE
      *      PARA QUE A MENSALIDADE SEJA DEBITADA DIRETO NA CONTA
      *      INFORMADA (BANCO, AGENCIA, CONTA).  SO UM MANDATO ATIVO
      *      OU SUSPENSO POR CLIENTE; OS CANCELADOS FICAM NO ARQUIVO
      *      COMO HISTORICO.  DBA-QTD-RECUSAS CONTA AS RECUSAS
      *      SEGUIDAS DO BANCO (FALTA DE SALDO, CONTA ENCERRADA) - AO
      *      ATINGIR O LIMITE DO DEBARET O MANDATO E SUSPENSO E SAI
      *      DA REMESSA (DEBAREM) ATE SER REATIVADO PELO SUBMENU.  UM
      *      DEBITO EFETIVADO ZERA A CONTAGEM.
      ******************************************************************
           03 DBA-CHAVE-CLIENTE      PIC 9(06).
           03 DBA-BANCO              PIC 9(03).
           03 DBA-AGENCIA            PIC 9(04).
           03 DBA-CONTA              PIC X(12).
           03 DBA-DATA-AUTORIZACAO   PIC 9(08).
           03 DBA-STATUS             PIC X(01).
               88 DBA-ATIVO          VALUE 'A'.
               88 DBA-SUSPENSO       VALUE 'S'.
               88 DBA-CANCELADO      VALUE 'C'.
           03 DBA-QTD-RECUSAS        PIC 9(02).
           03 DBA-DATA-STATUS        PIC 9(08).
