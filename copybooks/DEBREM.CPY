      ******************************************************************
      * DEBREM - LAYOUT DO ITEM DA REMESSA DE DEBITO AUTOMATICO PARA
      *          O BANCO (ARQUIVO DEBREMES, GERADO POR DEBAREM)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY DEBREM.
      *      UMA LINHA POR MENSALIDADE A DEBITAR NA CONTA DO CLIENTE
      *      COM MANDATO ATIVO NO DEBAUTO, COM OS DADOS BANCARIOS DO
      *      MANDATO, A DATA DO DEBITO E O VALOR.  DRM-REFERENCIA
      *      LEVA O HISTORICO DA MENSALIDADE ('MENSALIDADE MMM/AAAA')
      *      E VOLTA NO RETORNO (DEBRET) PARA CONFERENCIA.
      ******************************************************************
           03 DRM-CHAVE-CLIENTE      PIC 9(06).
           03 DRM-BANCO              PIC 9(03).
           03 DRM-AGENCIA            PIC 9(04).
           03 DRM-CONTA              PIC X(12).
           03 DRM-DATA-DEBITO        PIC 9(08).
           03 DRM-VALOR              PIC 9(09)V9(2).
           03 DRM-REFERENCIA         PIC X(20).
