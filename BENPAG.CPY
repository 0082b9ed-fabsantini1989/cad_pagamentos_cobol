      *----------------------------------------------------------------
      *    LAYOUT DOS BENEFICIOS DE VALE-TRANSPORTE E VALE-REFEICAO
      *    (BENEF.DAT) - UM REGISTRO POR COD, MANTIDO PELO CDF253.
      *    O VALE-TRANSPORTE E INFORMADO PELAS LINHAS USADAS NO TRAJETO
      *    (TARIFA E VIAGENS POR DIA DE CADA UMA) OU POR UMA DIARIA
      *    FIXA. O VALE-REFEICAO E UM VALOR POR DIA TRABALHADO. CADA
      *    BENEFICIO TEM SEU INDICADOR DE RECUSA: O FUNCIONARIO QUE
      *    ABRE MAO NAO ENTRA NO PEDIDO NEM TEM DESCONTO.
      *    O CDF254 USA ESTE CADASTRO PARA GERAR OS DESCONTOS DO MES
      *    (102 VR E 103 VT NO MOVPAG) E O PEDIDO AOS FORNECEDORES.
      *    QUEM NAO TEM REGISTRO AQUI CONTINUA COM OS MOVIMENTOS
      *    DIGITADOS NO CDF228.
      *----------------------------------------------------------------
       01 REGBEN.
           03 BEN-COD             PIC 9(06).
           03 BEN-RECUSA-VT       PIC X(01).
               88 BEN-SEM-VT          VALUE "S".
           03 BEN-VT-TIPO         PIC X(01).
               88 BEN-VT-LINHAS       VALUE "L".
               88 BEN-VT-DIARIA-FIXA  VALUE "D".
           03 BEN-VT-DIARIA       PIC 9(04)V99.
           03 BEN-VT-LINHA OCCURS 4 TIMES.
               05 BEN-LIN-COD     PIC X(10).
               05 BEN-LIN-TARIFA  PIC 9(03)V99.
               05 BEN-LIN-VIAGENS PIC 9(01).
           03 BEN-RECUSA-VR       PIC X(01).
               88 BEN-SEM-VR          VALUE "S".
           03 BEN-VR-DIARIA       PIC 9(04)V99.
           03 BEN-OPERADOR        PIC X(08).
           03 BEN-DATA-REG        PIC 9(08).
