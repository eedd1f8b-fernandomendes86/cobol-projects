      ******************************************************************
           03 CLI-CHAVE              PIC 9(06).
           03 CLI-NOME               PIC X(30).
      *        NOME GRAVADO PELO ANONIMIZ NO LUGAR DO NOME REAL QUANDO
      *        O PRAZO LEGAL DE GUARDA DO CLIENTE EXCLUIDO VENCE (LGPD);
      *        CLIENTE ANONIMIZADO NAO PODE SER REATIVADO.
               88 CLI-ANONIMIZADO    VALUE 'ANONIMIZADO - LGPD'.
           COPY ENDERECO.
           03 CLI-STATUS             PIC X(01).
               88 CLI-ATIVO          VALUE 'A'.
               88 CLI-INATIVO        VALUE 'I'.
      *        SUSPENSO = SERVICO CORTADO POR FALTA DE PAGAMENTO DEPOIS
      *        DA NOTIFICACAO FINAL (CORTELIG); VOLTA A ATIVO SO PELA
      *        RELIGACAO DO MESMO PROGRAMA, NUNCA PELA REATIVACAO.
               88 CLI-SUSPENSO       VALUE 'S'.
           03 CLI-DATA-INCLUSAO      PIC 9(08).
           03 CLI-DATA-ALTERACAO     PIC 9(08).
      *      A CATEGORIA OCUPA O PRIMEIRO BYTE DO ANTIGO FILLER - O
               88 CLI-CAT-RESIDENCIAL   VALUE 'R'.
               88 CLI-CAT-COMERCIAL     VALUE 'C'.
               88 CLI-CAT-INSTITUCIONAL VALUE 'I'.
      *      A DATA DA SUSPENSAO OCUPA OS 8 BYTES SEGUINTES DO MESMO
      *      FILLER (ZERO OU BRANCO = NUNCA SUSPENSO OU JA RELIGADO).
      *      E POR ELA QUE O MENSALID AINDA FATURA A COMPETENCIA EM
      *      QUE O CORTE ACONTECEU E PULA AS SEGUINTES.
           03 CLI-DATA-SUSPENSAO     PIC 9(08).
           03 CLI-FILLER             PIC X(01).
