      *----------------------------------------------------------------
      *    LAYOUT DOS CREDITOS DE 13o PAGOS (CRED13.DAT)
      *    UM REGISTRO POR COMPETENCIA DO CREDITO + COD + PARCELA,
      *    GRAVADO PELO CDF234 JUNTO COM O DETALHE DA REMESSA REM13.
      *    C13-BRUTO E O VALOR DA PARCELA ANTES DOS IMPOSTOS (METADE
      *    DO INTEGRAL NA PARCELA 1, O RESTANTE NA PARCELA 2) E E A
      *    BASE DO FGTS DO 13o NA COMPETENCIA DO CREDITO (CDF246).
      *    RODAR DE NOVO A MESMA PARCELA NA MESMA COMPETENCIA REGRAVA
      *    O REGISTRO, COMO A REMESSA QUE ELE ACOMPANHA.
      *----------------------------------------------------------------
       01 REGC13.
           03 C13-CHAVE.
               05 C13-COMPET      PIC 9(06).
               05 C13-COD         PIC 9(06).
               05 C13-PARCELA     PIC 9(01).
           03 C13-DP              PIC 9(03).
           03 C13-AVOS            PIC 9(02).
           03 C13-INTEGRAL        PIC 9(08).
           03 C13-BRUTO           PIC 9(08).
           03 C13-INSS            PIC 9(08).
           03 C13-IR              PIC 9(08).
           03 C13-LIQUIDO         PIC 9(08).
           03 C13-DATA            PIC 9(08).
