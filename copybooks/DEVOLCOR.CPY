      ******************************************************************
      * DEVOLCOR - LAYOUT DO REGISTRO DE CORRESPONDENCIA DEVOLVIDA
      *            (ARQUIVO DEVOLMST, CHAVE DEV-CHAVE, MANTIDO POR
      *            DEVOLMAN)
      * USO: DECLARE O NIVEL 01 NO PONTO DE USO E FACA COPY DEVOLCOR.
      *      UM REGISTRO POR CLIENTE CUJO ENDERECO ESTA RETIDO: A
      *      FATURA OU A CARTA DE COBRANCA VOLTOU DOS CORREIOS COMO
      *      NAO ENTREGUE.  ENQUANTO O REGISTRO EXISTIR, FATURA E
      *      COBRANCA NAO POSTAM NADA PARA O CLIENTE E O LISTAM NO
      *      RELATORIO DE CONTATO NECESSARIO (FATCONT/COBCONT).  NOVA
      *      DEVOLUCAO DO MESMO CLIENTE ATUALIZA DATA, DOCUMENTO E
      *      MOTIVO E SOMA EM DEV-QTD-DEVOLUCOES.  A ALTERACAO DO
      *      ENDERECO PELO CONDICOES (ALTERAR, NA TELA OU NO LOTE)
      *      APAGA O REGISTRO E LIBERA A CORRESPONDENCIA; O HISTORICO
      *      FICA NO CLIAUDIT (OPERACAO 'U').
      ******************************************************************
           03 DEV-CHAVE              PIC 9(06).
           03 DEV-DATA-DEVOLUCAO     PIC 9(08).
           03 DEV-DOCUMENTO          PIC X(01).
               88 DEV-DOC-FATURA     VALUE 'F'.
               88 DEV-DOC-COBRANCA   VALUE 'C'.
               88 DEV-DOC-OUTRO      VALUE 'O'.
      *      MOTIVO DA DEVOLUCAO, NOS CODIGOS DO CARIMBO DOS CORREIOS.
           03 DEV-MOTIVO             PIC X(01).
               88 DEV-MOT-MUDOU      VALUE 'M'.
               88 DEV-MOT-DESCONHECIDO VALUE 'D'.
               88 DEV-MOT-INSUFICIENTE VALUE 'I'.
               88 DEV-MOT-NUMERO     VALUE 'N'.
               88 DEV-MOT-RECUSADO   VALUE 'R'.
               88 DEV-MOT-AUSENTE    VALUE 'A'.
               88 DEV-MOT-FALECIDO   VALUE 'F'.
               88 DEV-MOT-OUTRO      VALUE 'O'.
               88 DEV-MOTIVO-VALIDO  VALUE 'M' 'D' 'I' 'N' 'R' 'A'
                                           'F' 'O'.
           03 DEV-MOTIVO-DESC        PIC X(22).
           03 DEV-QTD-DEVOLUCOES     PIC 9(03).
           03 DEV-DATA-PRIMEIRA      PIC 9(08).
           03 DEV-DATA-REGISTRO      PIC 9(08).
           03 DEV-OPERADOR           PIC X(08).
