      *----------------------------------------------------------------
      *    LAYOUT DOS CONTRATOS DE EMPRESTIMO CONSIGNADO (CONSIG.DAT)
      *    UM REGISTRO POR CONTRATO (COD + BANCO CREDOR + NUMERO DO
      *    CONTRATO), MANTIDO PELO CDF251. O CREDOR TEM QUE ESTAR NA
      *    TABELA BANCOS.DAT, E A SOMA DAS PARCELAS ATIVAS DA COD NAO
      *    PODE PASSAR DE 35% DE SB - INSS - IRRF - PENSAO.
      *    A CADA COMPETENCIA ABERTA O CDF252 DESCONTA UMA PARCELA NO
      *    MOVPAG (EVENTO 110), SOMA 1 EM CSG-PARC-PAGAS E GUARDA A
      *    COMPETENCIA EM CSG-ULT-COMPET - REPROCESSAR O MES NAO CONTA
      *    A PARCELA DE NOVO. QUANDO A ULTIMA PARCELA E DESCONTADA O
      *    CONTRATO FICA QUITADO. NA RESCISAO O CDF238 DESCONTA O
      *    SALDO DEVEDOR ATE O LIMITE LEGAL, GUARDA O DESCONTADO E O
      *    QUE FICOU PARA O CREDOR COBRAR E ENCERRA O CONTRATO.
      *    CSG-BANCO E TAMBEM CHAVE ALTERNATIVA, PARA O REPASSE SAIR
      *    AGRUPADO POR CREDOR.
      *----------------------------------------------------------------
       01 REGCSG.
           03 CSG-CHAVE.
               05 CSG-COD         PIC 9(06).
               05 CSG-BANCO       PIC 9(03).
               05 CSG-CONTRATO    PIC X(15).
           03 CSG-VLR-PARCELA     PIC 9(08).
           03 CSG-QTD-PARCELAS    PIC 9(03).
           03 CSG-PARC-PAGAS      PIC 9(03).
           03 CSG-DT-CONTRATO     PIC 9(08).
           03 CSG-ULT-COMPET      PIC 9(06).
           03 CSG-SITUACAO        PIC X(01).
               88 CSG-ATIVO           VALUE "A".
               88 CSG-QUITADO         VALUE "Q".
               88 CSG-RESCISAO        VALUE "R".
               88 CSG-CANCELADO       VALUE "C".
           03 CSG-VLR-RESCISAO    PIC 9(08).
           03 CSG-SALDO-CREDOR    PIC 9(08).
           03 CSG-OPERADOR        PIC X(08).
           03 CSG-DATA-REG        PIC 9(08).
