      *----------------------------------------------------------------
      *    LAYOUT DO EXTRATO ACUMULADO DE FGTS (FGTSMOV.DAT)
      *    UM REGISTRO POR COD + COMPETENCIA FECHADA, GRAVADO PELO
      *    CDF246 COM AS BASES DO MES (SALARIO E PROVENTOS, 13o PAGO NO
      *    MES E VERBAS RESCISORIAS) E O DEPOSITO DE 8%. O SALDO DO
      *    FUNCIONARIO E A SOMA DOS DEPOSITOS DE TODAS AS COMPETENCIAS;
      *    O CDF247 IMPRIME O EXTRATO COM O SALDO ACUMULADO. REPROCESSAR
      *    A COMPETENCIA REGRAVA O REGISTRO.
      *----------------------------------------------------------------
       01 REGFGT.
           03 FGT-CHAVE.
               05 FGT-COD         PIC 9(06).
               05 FGT-COMPET      PIC 9(06).
           03 FGT-NOME            PIC X(30).
           03 FGT-DP              PIC 9(03).
           03 FGT-BASE-MES        PIC 9(08).
           03 FGT-BASE-13         PIC 9(08).
           03 FGT-BASE-RESC       PIC 9(08).
           03 FGT-DEPOSITO        PIC 9(08).
           03 FGT-DATA-CALC       PIC 9(08).
