      *----------------------------------------------------------------
      *    LAYOUT DO REGISTRO DE AFASTAMENTOS (AFASTA.DAT)
      *    UM REGISTRO POR AFASTAMENTO (COD + DATA DE INICIO), MANTIDO
      *    PELO CDF249. AFA-DT-RETORNO E O PRIMEIRO DIA DE VOLTA AO
      *    TRABALHO: O ULTIMO DIA AFASTADO E A VESPERA DELE, E
      *    ENQUANTO ESTIVER ZERADO O FUNCIONARIO CONTINUA AFASTADO.
      *    O MOTIVO DECIDE A REGRA LEGAL APLICADA NA FOLHA:
      *    - D/A (DOENCA/ACIDENTE DE TRABALHO): A EMPRESA PAGA OS 15
      *      PRIMEIROS DIAS E O INSS O RESTANTE. OS DIAS DO INSS NAO
      *      CONTAM PARA O 13o; PARA AS FERIAS CONTAM, MAS MAIS DE
      *      180 DIAS NO PERIODO AQUISITIVO FAZEM PERDER O DIREITO.
      *      NO ACIDENTE O FGTS CONTINUA SENDO DEPOSITADO;
      *    - M (LICENCA-MATERNIDADE): BENEFICIO DESDE O PRIMEIRO DIA,
      *      CONTA PARA 13o E FERIAS E MANTEM O FGTS;
      *    - S (SERVICO MILITAR): SEM SALARIO, MANTEM O FGTS, NAO
      *      CONTA PARA O 13o E SUSPENDE O PERIODO AQUISITIVO;
      *    - N (LICENCA NAO REMUNERADA): SEM SALARIO NEM FGTS, NAO
      *      CONTA PARA O 13o E SUSPENDE O PERIODO AQUISITIVO.
      *----------------------------------------------------------------
       01 REGAFA.
           03 AFA-CHAVE.
               05 AFA-COD         PIC 9(06).
               05 AFA-DT-INI      PIC 9(08).
           03 AFA-DT-PREV-RET     PIC 9(08).
           03 AFA-DT-RETORNO      PIC 9(08).
           03 AFA-MOTIVO          PIC X(01).
               88 AFA-DOENCA          VALUE "D".
               88 AFA-ACIDENTE        VALUE "A".
               88 AFA-MATERNIDADE     VALUE "M".
               88 AFA-MILITAR         VALUE "S".
               88 AFA-NAO-REMUNERADA  VALUE "N".
           03 AFA-OPERADOR        PIC X(08).
           03 AFA-DATA-REG        PIC 9(08).
