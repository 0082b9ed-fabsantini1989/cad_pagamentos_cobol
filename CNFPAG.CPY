      *----------------------------------------------------------------
      *    LAYOUT DO CONTROLE DA CONFERENCIA PRE-FECHAMENTO (CONFER.DAT)
      *    UM REGISTRO POR COMPETENCIA ABERTA, GRAVADO PELO CDF255 A
      *    CADA EMISSAO DO COMPARATIVO CONTRA A ULTIMA FOLHA FECHADA.
      *    A EMISSAO NASCE "E" E SO PASSA A "V" COM O VISTO DE UM
      *    SUPERVISOR (OPR-SUPERVISOR), TAMBEM NO CDF255; NOVA EMISSAO
      *    DERRUBA O VISTO ANTERIOR. CNF-QTD-REG E CNF-TOT-SL SAO OS
      *    MESMOS TOTAIS QUE O CDF227 APURA AO CONGELAR O CADPAG: O
      *    FECHAMENTO SO SAI COM A CONFERENCIA VISTADA E COM O CADPAG
      *    AINDA IGUAL AO QUE FOI CONFERIDO.
      *----------------------------------------------------------------
       01 REGCNF.
           03 CNF-ANOMES          PIC 9(06).
           03 CNF-COMPET-BASE     PIC 9(06).
           03 CNF-DATA-EMISSAO    PIC 9(08).
           03 CNF-HORA-EMISSAO    PIC X(06).
           03 CNF-OPERADOR        PIC X(08).
           03 CNF-QTD-REG         PIC 9(06).
           03 CNF-TOT-SL          PIC 9(13).
           03 CNF-QTD-OCORR       PIC 9(06).
           03 CNF-SITUACAO        PIC X(01).
               88 CNF-EMITIDA         VALUE "E".
               88 CNF-VISTADA         VALUE "V".
           03 CNF-SUPERVISOR      PIC X(08).
           03 CNF-DATA-VISTO      PIC 9(08).
           03 CNF-HORA-VISTO      PIC X(06).
