      *   (CDF233), COM DATA, HORA E TOTAIS DE CADA RODADA. E A
      *   RESPOSTA RAPIDA PARA "JA PODE FECHAR O MES?" SEM SAIR
      *   CATANDO RELATORIO POR RELATORIO.
      *   ENTRE O RETORNO E O FECHAMENTO: CONFERENCIA PRE-FECHAMENTO
      *   (CDF255).
      *   ENTRE O FECHAMENTO E OS LANCAMENTOS: FGTS DO MES (CDF246) E
      *   PROVISAO DE FERIAS E 13o (CDF248).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-ED-QTD            PIC ZZZZZ9 VALUE ZEROS.
       77 W-ED-TOT            PIC ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
      *
      *----------[ AS ETAPAS DO CICLO, NA ORDEM ]-----------------------
       01 TB-CICLO-VAL.
           03 FILLER PIC X(26) VALUE "CDF232VALIDACAO BANCARIA  ".
           03 FILLER PIC X(26) VALUE "CDF224REMESSA DE PAGAMENTO".
           03 FILLER PIC X(26) VALUE "CDF226RETORNO BANCARIO    ".
           03 FILLER PIC X(26) VALUE "CDF255CONFERENCIA PRE-FECH".
           03 FILLER PIC X(26) VALUE "CDF227FECHAMENTO DO MES   ".
           03 FILLER PIC X(26) VALUE "CDF246FGTS DO MES         ".
           03 FILLER PIC X(26) VALUE "CDF248PROVISAO FER/13o    ".
           03 FILLER PIC X(26) VALUE "CDF233LANCTOS CONTABEIS   ".
       01 FILLER REDEFINES TB-CICLO-VAL.
           03 TB-CICLO OCCURS 8 TIMES.
               05 TB-CIC-PROG     PIC X(06).
               05 TB-CIC-NOME     PIC X(20).
      *
           MOVE ZEROS TO W-IX.
       R3.
           ADD 1 TO W-IX
           IF W-IX > 8
                   GO TO R4.
           MOVE W-COMPET TO ETP-ANOMES
           MOVE TB-CIC-PROG(W-IX) TO ETP-PROGRAMA
           ADD 1 TO W-LIN
           GO TO R3.
       R4.
           DISPLAY (18, 01) "ENTER PARA OUTRA COMPETENCIA, ESC=SAIR"
           ACCEPT (18, 42) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
