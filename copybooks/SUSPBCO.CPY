      ******************************************************************
      * SUSPBCO - LAYOUT DO ITEM DA FILA DE PENDENCIAS DO RETORNO DE
      *           COBRANCA (ARQUIVO BCOSUSP, ALIMENTADO PELO RETBANCO
      *           E TRATADO PELO SUSPMAN)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY SUSPBCO.
      *      UM REGISTRO POR ITEM DO BANCORET QUE A BAIXA AUTOMATICA
      *      NAO CONSEGUIU LANCAR - O DINHEIRO ENTROU NO BANCO MAS
      *      AINDA NAO ESTA NA CONTA DE NENHUM CLIENTE.  SUS-NUMERO E
      *      SEQUENCIAL NA FILA; OS DADOS DO PAGAMENTO SAO GUARDADOS
      *      COMO VIERAM DO BANCO (A CHAVE PODE SER INVALIDA).  O ITEM
      *      NASCE PENDENTE E SO SAI DA FILA POR TRATAMENTO NO SUSPMAN:
      *      RESOLVIDO (CREDITO GERADO NO RAZLOTE PARA SUS-CHAVE-
      *      DESTINO) OU DEVOLVIDO (DINHEIRO DEVOLVIDO AO PAGADOR, SEM
      *      CREDITO).  SUS-FORMA-RESOLUCAO DIZ COMO FOI LANCADO.
      ******************************************************************
           03 SUS-NUMERO             PIC 9(06).
           03 SUS-DATA-ENTRADA       PIC 9(08).
           03 SUS-CHAVE-CLIENTE      PIC 9(06).
           03 SUS-DATA-PAGAMENTO     PIC 9(08).
           03 SUS-VALOR              PIC 9(09)V9(2).
           03 SUS-REFERENCIA         PIC X(20).
           03 SUS-MOTIVO             PIC X(40).
           03 SUS-STATUS             PIC X(01).
               88 SUS-PENDENTE       VALUE 'P'.
               88 SUS-RESOLVIDO      VALUE 'R'.
               88 SUS-DEVOLVIDO      VALUE 'D'.
      *      A = UMA MENSALIDADE; M = VARIAS MENSALIDADES; P = PAGAMENTO
      *      PARCIAL; E = MENSALIDADE MAIS EXCESSO; D = DEVOLUCAO.
           03 SUS-FORMA-RESOLUCAO    PIC X(01).
           03 SUS-CHAVE-DESTINO      PIC 9(06).
           03 SUS-DATA-RESOLUCAO     PIC 9(08).
           03 SUS-OPERADOR           PIC X(08).
