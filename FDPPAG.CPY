      *----------------------------------------------------------------
      *    LAYOUT DO FGTS POR DEPARTAMENTO (FGTSDP.DAT)
      *    UM REGISTRO POR COMPETENCIA + DP COM O DEPOSITO DE FGTS DO
      *    MES RATEADO PELA LOTACAO (LOTACAO.DAT, COMO NO CDF233),
      *    GRAVADO PELO CDF246. O CDF233 SOMA O VALOR NO DEBITO DA
      *    DESPESA DO DEPARTAMENTO E CREDITA O FGTS A RECOLHER.
      *----------------------------------------------------------------
       01 REGFDP.
           03 FDP-CHAVE.
               05 FDP-COMPET      PIC 9(06).
               05 FDP-DP          PIC 9(03).
           03 FDP-QTD-FUNC        PIC 9(06).
           03 FDP-VALOR           PIC 9(13).
