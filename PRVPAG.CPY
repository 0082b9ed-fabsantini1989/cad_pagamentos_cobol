      *----------------------------------------------------------------
      *    LAYOUT DO SALDO DE PROVISAO DE FERIAS E 13o (PROVISAO.DAT)
      *    UM REGISTRO POR COD, REGRAVADO PELO CDF248 A CADA
      *    COMPETENCIA FECHADA COM O SALDO DO PASSIVO NAQUELE MES:
      *    - FERIAS: DIAS VENCIDOS COM SALDO NO FERIAS.DAT E AVOS DO
      *      PERIODO EM CURSO PELO ANIVERSARIO DA ADMISSAO (REGRA DO
      *      CDF238), COM O TERCO CONSTITUCIONAL NO VALOR;
      *    - 13o: AVOS DO ANO ATE A COMPETENCIA (REGRA DO CDF234)
      *      MENOS O 13o JA CREDITADO NO ANO (CRED13.DAT);
      *    - ENCARGOS: INSS PATRONAL + RAT + TERCEIROS SOBRE OS DOIS.
      *    PRV-DIAS-GOZ E PRV-13-PAGO GUARDAM O QUE JA TINHA SIDO PAGO
      *    ATE A COMPETENCIA, PARA A RODADA SEGUINTE SEPARAR A BAIXA
      *    POR PAGAMENTO DO COMPLEMENTO/REVERSAO. PRV-ANTERIOR E O
      *    RETRATO DA RODADA DE ANTES: REPROCESSAR A MESMA COMPETENCIA
      *    PARTE DELE E NAO DUPLICA O MOVIMENTO.
      *----------------------------------------------------------------
       01 REGPRV.
           03 PRV-COD             PIC 9(06).
           03 PRV-DP              PIC 9(03).
           03 PRV-DATA-CALC       PIC 9(08).
           03 PRV-ATUAL.
               05 PRV-COMPET          PIC 9(06).
               05 PRV-DIAS-FER        PIC 9(03).
               05 PRV-AVOS-FER        PIC 9(02).
               05 PRV-AVOS-13         PIC 9(02).
               05 PRV-VLR-FER         PIC 9(08).
               05 PRV-VLR-13          PIC 9(08).
               05 PRV-VLR-ENC         PIC 9(08).
               05 PRV-DIAS-GOZ        PIC 9(04).
               05 PRV-13-PAGO         PIC 9(08).
           03 PRV-ANTERIOR.
               05 PRV-ANT-COMPET      PIC 9(06).
               05 PRV-ANT-DIAS-FER    PIC 9(03).
               05 PRV-ANT-AVOS-FER    PIC 9(02).
               05 PRV-ANT-AVOS-13     PIC 9(02).
               05 PRV-ANT-VLR-FER     PIC 9(08).
               05 PRV-ANT-VLR-13      PIC 9(08).
               05 PRV-ANT-VLR-ENC     PIC 9(08).
               05 PRV-ANT-DIAS-GOZ    PIC 9(04).
               05 PRV-ANT-13-PAGO     PIC 9(08).
