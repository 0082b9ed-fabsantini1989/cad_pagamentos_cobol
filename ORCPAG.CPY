      *----------------------------------------------------------------
      *    LAYOUT DO ORCAMENTO DE PESSOAL POR DEPARTAMENTO (ORCADO.DAT)
      *    UM REGISTRO POR DEPARTAMENTO (DPT-COD DO DEPTOS.DAT) E
      *    COMPETENCIA (AAAAMM), MANTIDO PELO CDF257: QUADRO ORCADO,
      *    FOLHA BRUTA ORCADA E ENCARGOS ORCADOS, NA MESMA UNIDADE DO
      *    SB/SL DO CADPAG. O CDF258 COMPARA COM O REALIZADO DAS
      *    COMPETENCIAS FECHADAS, RATEADO PELA LOTACAO COMO NO CDF233.
      *----------------------------------------------------------------
       01 REGORC.
           03 ORC-CHAVE.
               05 ORC-DP          PIC 9(03).
               05 ORC-ANOMES      PIC 9(06).
           03 ORC-QTD-FUNC        PIC 9(05).
           03 ORC-BRUTO           PIC 9(11).
           03 ORC-ENCARGOS        PIC 9(11).
           03 ORC-OPERADOR        PIC X(08).
           03 ORC-DATA-REG        PIC 9(08).
