      *----------------------------------------------------------------
      *    LAYOUT DAS RESCISOES CALCULADAS (RESCISAO.DAT)
      *    UM REGISTRO POR COD + DATA DE DESLIGAMENTO, GRAVADO PELO
      *    CDF238 DEPOIS QUE O TERMO E A REMESSA DA RESCISAO SAIRAM,
      *    COM TODAS AS VERBAS DO TERMO. RSC-COMPET E A COMPETENCIA DO
      *    DESLIGAMENTO (AAAAMM), EM QUE A RESCISAO E PAGA. RECALCULAR
      *    A MESMA RESCISAO REGRAVA O REGISTRO. E A FONTE DO FGTS
      *    RESCISORIO (CDF246).
      *----------------------------------------------------------------
       01 REGRSC.
           03 RSC-CHAVE.
               05 RSC-COD         PIC 9(06).
               05 RSC-DT-DESLIG   PIC 9(08).
           03 RSC-COMPET          PIC 9(06).
           03 RSC-DP              PIC 9(03).
           03 RSC-AVISO-IND       PIC X(01).
               88 RSC-COM-AVISO       VALUE "S".
           03 RSC-SALDO-SAL       PIC 9(08).
           03 RSC-AVISO           PIC 9(08).
           03 RSC-13-PROP         PIC 9(08).
           03 RSC-FER-VENC        PIC 9(08).
           03 RSC-FER-PROP        PIC 9(08).
           03 RSC-TERCO           PIC 9(08).
           03 RSC-TOT-PROV        PIC 9(08).
           03 RSC-TOT-DESC        PIC 9(08).
           03 RSC-PENSAO          PIC 9(08).
           03 RSC-INSS            PIC 9(08).
           03 RSC-IR              PIC 9(08).
           03 RSC-INSS-13         PIC 9(08).
           03 RSC-IR-13           PIC 9(08).
           03 RSC-LIQUIDO         PIC 9(08).
           03 RSC-DATA-CALC       PIC 9(08).
           03 RSC-OPERADOR        PIC X(08).
