      *   MANUTENCAO DO CONTROLE DE FERIAS (FERIAS.DAT, VER FERPAG):
      *   PARA UMA COD DO CADPAG O OPERADOR PODE:
      *   - G = GERAR O PROXIMO PERIODO AQUISITIVO: O PRIMEIRO NASCE
      *     NA DT-ADMISSAO E OS SEGUINTES NO DIA SEGUINTE AO FIM DO
      *     ANTERIOR (QUE O CDF250 ADIA QUANDO HA AFASTAMENTO QUE
      *     SUSPENDE A CONTAGEM), SEMPRE COM 30 DIAS DE DIREITO;
      *   - P = PROGRAMAR O GOZO DE UM PERIODO COM SALDO, INFORMANDO
      *     DATA DE INICIO E DIAS; O PROGRAMA MOSTRA A DATA LIMITE DO
      *     PAGAMENTO (DOIS DIAS ANTES DO INICIO), QUE O CDF236 USA;
       77 LIMPA          PIC X(70) VALUE SPACES.
       77 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-ULT-PER-INI  PIC 9(08) VALUE ZEROS.
       77 W-ULT-PER-FIM  PIC 9(08) VALUE ZEROS.
       77 W-TEM-PERIODO  PIC X(01) VALUE "N".
           88 TEM-PERIODO         VALUE "S".
       77 W-FIM-FER      PIC X(01) VALUE "N".
           GO TO R3.
      *
      *------------[ GERACAO DO PROXIMO PERIODO AQUISITIVO ]------------
      *    O PRIMEIRO PERIODO COMECA NA DT-ADMISSAO; OS SEGUINTES NO
      *    DIA SEGUINTE AO FIM DO ANTERIOR. O FIM E SEMPRE A VESPERA
      *    DO ANIVERSARIO DO INICIO, E O DIREITO NASCE COM 30 DIAS.
       GERA-PERIODO.
           IF FUNC-DESLIGADO
              MOVE "*** DESLIGADO: FERIAS SAEM NA RESCISAO ***" TO MENS
              GO TO R3.
           PERFORM BUSCA-ULTIMO-PERIODO THRU BUSCA-ULTIMO-PERIODO-FIM
           IF TEM-PERIODO
              MOVE W-ULT-PER-FIM TO W-DT-TRAB-NUM
              PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
           ELSE
              MOVE DT-ADMISSAO TO W-DT-TRAB-NUM.
           MOVE COD TO FER-COD
       BUSCA-ULTIMO-PERIODO.
           MOVE "N" TO W-TEM-PERIODO
           MOVE "N" TO W-FIM-FER
           MOVE ZEROS TO W-ULT-PER-INI W-ULT-PER-FIM
           MOVE COD   TO FER-COD
           MOVE ZEROS TO FER-PER-INI
           START FERIAS KEY IS NOT LESS THAN FER-CHAVE
                 MOVE "S" TO W-FIM-FER
              ELSE
                 MOVE "S" TO W-TEM-PERIODO
                 MOVE FER-PER-INI TO W-ULT-PER-INI
                 MOVE FER-PER-FIM TO W-ULT-PER-FIM.
       BUSCA-ULT-PROX-FIM.
                EXIT.
      *
       RETROCEDE-DIA-FIM.
                EXIT.
      *
      *----------[ AVANCA UM DIA A DATA DE TRABALHO W-DT-TRAB ]---------
      *    MESMA TABELA DO RETROCEDE-DIA; UM 29/02 VINDO DE OUTRO
      *    PROGRAMA PASSA DIRETO PARA 01/03.
       AVANCA-DIA.
           IF W-DT-DIA < TB-ULT-DIA(W-DT-MES)
              ADD 1 TO W-DT-DIA
              GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DT-DIA
           IF W-DT-MES < 12
              ADD 1 TO W-DT-MES
              GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DT-MES
           ADD 1 TO W-DT-ANO.
       AVANCA-DIA-FIM.
                EXIT.
      *
      *----------[ LIMPEZA DA AREA DE TRABALHO DA TELA ]----------------
       LIMPA-TELA.
           MOVE 01 TO W-LIN.
