      *    BATCH DO CICLO AO TERMINAR COM SUCESSO, COM DATA/HORA E OS
      *    TOTAIS DA RODADA. A ORDEM DO CICLO E:
      *       CDF232 (VALIDACAO) -> CDF224 (REMESSA) ->
      *       CDF226 (RETORNO)  -> CDF255 (CONFERENCIA) ->
      *       CDF227 (FECHAMENTO) ->
      *       CDF246 (FGTS DO MES) -> CDF248 (PROVISAO FERIAS/13o) ->
      *       CDF233 (LANCAMENTOS CONTABEIS)
      *    CADA PROGRAMA CONFERE AQUI A ETAPA ANTERIOR E RECUSA RODAR
      *    FORA DE ORDEM; O CDF233 USA O PROPRIO REGISTRO PARA AVISAR
