      ******************************************************************
      * DEBRET - LAYOUT DO ITEM DO RETORNO DE DEBITO AUTOMATICO DO
      *          BANCO (ARQUIVO DEBRETOR, LIDO POR DEBARET)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY DEBRET.
      *      O BANCO DEVOLVE UMA LINHA POR ITEM DA REMESSA (DEBREM),
      *      COM A CHAVE DO CLIENTE, A DATA E O VALOR DO DEBITO E A
      *      SITUACAO: '00' DEBITO EFETIVADO; '01' SALDO
      *      INSUFICIENTE; '02' CONTA ENCERRADA; '03' AUTORIZACAO
      *      CANCELADA PELO CLIENTE NO BANCO.
      ******************************************************************
           03 DRT-CHAVE-CLIENTE      PIC 9(06).
           03 DRT-DATA-DEBITO        PIC 9(08).
           03 DRT-VALOR              PIC 9(09)V9(2).
           03 DRT-SITUACAO           PIC X(02).
               88 DRT-EFETIVADO      VALUE '00'.
               88 DRT-SEM-SALDO      VALUE '01'.
               88 DRT-CONTA-ENCERRADA VALUE '02'.
               88 DRT-MANDATO-CANCELADO VALUE '03'.
           03 DRT-REFERENCIA         PIC X(20).
