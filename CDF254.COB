       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF254.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    VT E VR NA FOLHA DO MES - CDF254        *
      ***********************************************
      *----------------------------------------------------------------
      *   CALCULA O VALE-TRANSPORTE E O VALE-REFEICAO DE QUEM TEM
      *   REGISTRO NO BENEF.DAT (MANTIDO PELO CDF253) NUMA COMPETENCIA
      *   AINDA ABERTA:
      *   - DIAS UTEIS: SEGUNDA A SEXTA DO MES, MENOS OS DIAS ANTES DA
      *     ADMISSAO, OS DIAS AFASTADOS (AFASTA.DAT), OS DIAS DE GOZO
      *     DE FERIAS (FERIAS.DAT) E AS FALTAS LANCADAS NO EVENTO 101
      *     (O VALOR DESCONTADO VOLTA A DIAS PELO SALARIO-DIA SB/30);
      *   - VT: DIAS X (DIARIA FIXA OU SOMA TARIFA X VIAGENS DAS
      *     LINHAS). O DESCONTO E O CUSTO, LIMITADO A 6% DO SB, E VAI
      *     PARA O MOVPAG NO EVENTO 103;
      *   - VR: DIAS X VALOR DIARIO. O DESCONTO E A PARTICIPACAO DE
      *     20% DO FUNCIONARIO, NO EVENTO 102;
      *   - QUEM RECUSOU O BENEFICIO TEM O EVENTO REMOVIDO DO MES E
      *     NAO ENTRA NO PEDIDO. O SL E REFEITO (REGRA DO CDF228).
      *   PEDIDO AOS FORNECEDORES EM PEDVTVR.TXT (240 POSICOES, UM LOTE
      *   POR DEPARTAMENTO) E CUSTO POR DEPARTAMENTO EM RELVTVR.TXT.
      *   RODA DEPOIS DO CDF250 (AFASTAMENTOS) E ANTES DO CDF252 E DA
      *   VALIDACAO DO CICLO (CDF232). TODA REGRAVACAO DO CADPAG SEGUE
      *   O PADRAO DO ALT-RW1 (LOG + HISTORICO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DP WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT BENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEN-COD
                    FILE STATUS  IS ST-ERRO-BEN.
       SELECT AFASTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AFA.
       SELECT FERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
       SELECT DEPTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPT-COD
                    FILE STATUS  IS ST-ERRO-DPT.
       SELECT MOVPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
       SELECT EVENTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO-EVE.
       SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-ANOMES
                    FILE STATUS  IS ST-ERRO-CMP.
       SELECT CADPAGLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
       SELECT CADPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIST-CHAVE
                    FILE STATUS  IS ST-ERRO-HST.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO-OPR.
       SELECT TRAVAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRV-COD
                    FILE STATUS  IS ST-ERRO-TRV.
       SELECT PENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO-PEN.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
       SELECT PEDVTVR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-PED.
       SELECT RELVTVR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           COPY REGPAG.
       FD BENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BENEF.DAT".
           COPY BENPAG.
       FD AFASTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFASTA.DAT".
           COPY AFAPAG.
       FD FERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIAS.DAT".
           COPY FERPAG.
       FD DEPTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPTOS.DAT".
           COPY DEPTOS.
       FD MOVPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPAG.DAT".
           COPY MOVPAG.
       FD EVENTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTOS.DAT".
           COPY EVEPAG.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD CADPAGLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.LOG".
           COPY LOGPAG.
       FD CADPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.HIST".
           COPY HISTPAG.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
       FD TRAVAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVAS.DAT".
           COPY TRVPAG.
       FD PENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
           COPY PENPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD PEDVTVR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDVTVR.TXT".
       01 REG-PEDVTVR                PIC X(240).
       FD RELVTVR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVTVR.TXT".
       01 REG-RELVTVR                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-BEN         PIC X(02) VALUE "00".
       77 ST-ERRO-AFA         PIC X(02) VALUE "00".
       77 ST-ERRO-FER         PIC X(02) VALUE "00".
       77 ST-ERRO-DPT         PIC X(02) VALUE "00".
       77 ST-ERRO-MOV         PIC X(02) VALUE "00".
       77 ST-ERRO-EVE         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-LOG         PIC X(02) VALUE "00".
       77 ST-ERRO-HST         PIC X(02) VALUE "00".
       77 ST-ERRO-OPR         PIC X(02) VALUE "00".
       77 ST-ERRO-TRV         PIC X(02) VALUE "00".
       77 ST-ERRO-PED         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-OPERADOR          PIC X(08) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TEM-AFA           PIC X(01) VALUE "N".
           88 TEM-AFASTA            VALUE "S".
       77 W-TEM-FER           PIC X(01) VALUE "N".
           88 TEM-FERIAS            VALUE "S".
       77 W-TEM-DPT           PIC X(01) VALUE "N".
           88 TEM-DEPTOS            VALUE "S".
       77 W-ERRO-GRAV         PIC X(01) VALUE "N".
           88 HOUVE-ERRO            VALUE "S".
       77 W-QTD-LIDOS         PIC 9(06) VALUE ZEROS.
       77 W-QTD-COM-BEN       PIC 9(06) VALUE ZEROS.
       77 W-QTD-PEDIDO        PIC 9(06) VALUE ZEROS.
       77 W-TOT-PROV          PIC 9(08) VALUE ZEROS.
       77 W-TOT-DESC          PIC 9(08) VALUE ZEROS.
       77 W-SL-CALC           PIC S9(09) VALUE ZEROS.
       77 REGPAG-ANTES        PIC X(127) VALUE SPACES.
       77 W-HIST-HORA-TMP     PIC X(08) VALUE SPACES.
       77 W-QTD-TRAVAS        PIC 9(06) VALUE ZEROS.
       77 W-FIM-TRV           PIC X(01) VALUE "N".
           88 FIM-TRAVAS            VALUE "S".
       01 W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
           03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET PIC 9(06).
      *----[ DIAS UTEIS DO MES - "S" = DIA QUE CONTA PARA O BENEFICIO ]-
       77 EVT-FALTAS          PIC 9(03) VALUE 101.
       77 EVT-VALE-REFEICAO   PIC 9(03) VALUE 102.
       77 EVT-VALE-TRANSPORTE PIC 9(03) VALUE 103.
       77 W-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77 W-MES-INI-SER       PIC 9(07) VALUE ZEROS.
       77 W-MES-FIM-SER       PIC 9(07) VALUE ZEROS.
       77 W-DIA               PIC 9(02) VALUE ZEROS.
       77 W-DIA-ULT           PIC 9(02) VALUE ZEROS.
       77 W-DIA-SEMANA        PIC 9(01) VALUE ZEROS.
       77 W-DIAS-UTEIS-MES    PIC 9(02) VALUE ZEROS.
       77 W-DIAS-UTEIS        PIC 9(02) VALUE ZEROS.
       77 W-DIAS-FALTA        PIC 9(03) VALUE ZEROS.
       01 TB-MES-UTIL.
           03 TB-MES-DIA      PIC X(01) OCCURS 31 TIMES.
       01 TB-COD-UTIL.
           03 TB-COD-DIA      PIC X(01) OCCURS 31 TIMES.
      *----[ DIAS EM COMUM ENTRE UM INTERVALO E O MES ]----------------
       77 W-INT-INI           PIC 9(07) VALUE ZEROS.
       77 W-INT-FIM           PIC 9(07) VALUE ZEROS.
       77 W-JAN-INI           PIC 9(07) VALUE ZEROS.
       77 W-JAN-FIM           PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SOBREP       PIC 9(07) VALUE ZEROS.
      *----[ VALORES DO MES DA COD ]------------------------------------
      *    CUSTO = O QUE O FORNECEDOR COBRA; DESCONTO = PARTE DO
      *    FUNCIONARIO (INTEIRO, COMO TODO MOVIMENTO); EMPRESA = RESTO.
       77 PERC-TETO-VT        PIC 9(02)V99 VALUE 6,00.
       77 PERC-DESC-VR        PIC 9(02)V99 VALUE 20,00.
       77 W-IX                PIC 9(01) VALUE ZEROS.
       77 W-VT-DIARIA         PIC 9(05)V99 VALUE ZEROS.
       77 W-VT-CUSTO          PIC 9(08)V99 VALUE ZEROS.
       77 W-VT-TETO           PIC 9(08) VALUE ZEROS.
       77 W-VT-DESC           PIC 9(08) VALUE ZEROS.
       77 W-VT-EMPRESA        PIC 9(08)V99 VALUE ZEROS.
       77 W-VR-CUSTO          PIC 9(08)V99 VALUE ZEROS.
       77 W-VR-DESC           PIC 9(08) VALUE ZEROS.
       77 W-VR-EMPRESA        PIC 9(08)V99 VALUE ZEROS.
       77 W-NO-TETO           PIC X(01) VALUE "N".
           88 VT-NO-TETO            VALUE "S".
      *----[ QUEBRA POR DEPARTAMENTO ]----------------------------------
       77 W-QTD-DPS           PIC 9(03) VALUE ZEROS.
       77 W-DP-ATUAL          PIC 9(03) VALUE ZEROS.
       77 W-NOME-DP           PIC X(20) VALUE SPACES.
       77 W-DP-QTD            PIC 9(06) VALUE ZEROS.
       77 W-DP-QTD-PED        PIC 9(06) VALUE ZEROS.
       77 W-DP-VT-CUSTO       PIC 9(11)V99 VALUE ZEROS.
       77 W-DP-VT-DESC        PIC 9(11)V99 VALUE ZEROS.
       77 W-DP-VR-CUSTO       PIC 9(11)V99 VALUE ZEROS.
       77 W-DP-VR-DESC        PIC 9(11)V99 VALUE ZEROS.
       77 W-DP-EMPRESA        PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-VT-CUSTO      PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-VT-DESC       PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-VR-CUSTO      PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-VR-DESC       PIC 9(11)V99 VALUE ZEROS.
       77 W-GER-EMPRESA       PIC 9(11)V99 VALUE ZEROS.
      *----[ CALCULO DO LIQUIDO - MESMA REGRA DO CDF228 ]---------------
       77 ST-ERRO-PEN         PIC X(02) VALUE "00".
       77 W-TEM-PEN           PIC X(01) VALUE "N".
           88 TEM-PENSAO            VALUE "S".
       77 W-TOT-PENSAO        PIC 9(08) VALUE ZEROS.
       77 W-VALOR-PEN         PIC 9(08) VALUE ZEROS.
       77 EVT-PENSAO-ALIM     PIC 9(03) VALUE 105.
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-QTD-DEP-IR        PIC 9(02) VALUE ZEROS.
       77 W-QTD-DEP-SF        PIC 9(02) VALUE ZEROS.
       77 W-TOT-SALFAM        PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-14         PIC 9(06) VALUE ZEROS.
       77 VLR-COTA-SALFAM     PIC 9(08) VALUE 62.
       77 LIM-SALFAM          PIC 9(08) VALUE 1819.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
      *----[ CONVERSAO DATA -> DIAS CORRIDOS (9100) ]-------------------
       01 W-DS-DATA.
           03 W-DS-ANO        PIC 9(04).
           03 W-DS-MES        PIC 9(02).
           03 W-DS-DIA        PIC 9(02).
       01 W-DS-DATA-NUM REDEFINES W-DS-DATA PIC 9(08).
       77 W-DS-SERIAL         PIC 9(07) VALUE ZEROS.
       77 W-DS-ANO-ANT        PIC 9(04) VALUE ZEROS.
       77 W-DS-QUOC           PIC 9(07) VALUE ZEROS.
       77 W-DS-RESTO          PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO          PIC X(01) VALUE "N".
           88 ANO-BISSEXTO          VALUE "S".
      *----------[ DIAS ANTES DE CADA MES NUM ANO COMUM ]---------------
       01 TB-ACUM-VAL         PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 FILLER REDEFINES TB-ACUM-VAL.
           03 TB-DIAS-ACUM    PIC 9(03) OCCURS 12 TIMES.
      *----------[ ULTIMO DIA DE CADA MES - FEV SEMPRE 28 ]-------------
       01 TB-ULTDIA-VAL      PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES TB-ULTDIA-VAL.
           03 TB-ULT-DIA     PIC 9(02) OCCURS 12 TIMES.
      *
      *----------[ PEDIDO AOS FORNECEDORES - 240 POSICOES ]-------------
       01 PED-HEADER.
           05 PED-HD-TIPO       PIC X(01) VALUE "0".
           05 PED-HD-EMPRESA    PIC X(30) VALUE
              "SANTINI SOLUTIONS FOLHA PGTO".
           05 PED-HD-DATA-GER   PIC 9(08).
           05 PED-HD-COMPET     PIC 9(06).
           05 PED-HD-DIAS-UTEIS PIC 9(02).
           05 FILLER            PIC X(193) VALUE SPACES.
      *
      *----------[ INICIO DO LOTE DE UM DEPARTAMENTO (TIPO 1) ]---------
       01 PED-LOTE.
           05 PED-LT-TIPO       PIC X(01) VALUE "1".
           05 PED-LT-DP         PIC 9(03).
           05 PED-LT-NOME       PIC X(20).
           05 FILLER            PIC X(216) VALUE SPACES.
      *
      *----------[ UM BENEFICIO DE UM FUNCIONARIO (TIPO 3) ]------------
      *    PED-DT-BENEF: VT = VALE-TRANSPORTE, VR = VALE-REFEICAO. O
      *    VALOR E O CREDITO TOTAL DO MES (DIAS X DIARIA).
       01 PED-DETALHE.
           05 PED-DT-TIPO       PIC X(01) VALUE "3".
           05 PED-DT-DP         PIC 9(03).
           05 PED-DT-COD        PIC 9(06).
           05 PED-DT-NOME       PIC X(30).
           05 PED-DT-BENEF      PIC X(02).
           05 PED-DT-DIAS       PIC 9(02).
           05 PED-DT-DIARIA     PIC 9(06)V99.
           05 PED-DT-VALOR      PIC 9(13)V99.
           05 FILLER            PIC X(173) VALUE SPACES.
      *
      *----------[ FIM DO LOTE DE UM DEPARTAMENTO (TIPO 5) ]------------
       01 PED-FIM-LOTE.
           05 PED-FL-TIPO       PIC X(01) VALUE "5".
           05 PED-FL-DP         PIC 9(03).
           05 PED-FL-QTD        PIC 9(06).
           05 PED-FL-VALOR-VT   PIC 9(13)V99.
           05 PED-FL-VALOR-VR   PIC 9(13)V99.
           05 FILLER            PIC X(200) VALUE SPACES.
      *
      *----------[ REGISTRO TRAILER DO ARQUIVO (TIPO 9) ]---------------
       01 PED-TRAILER.
           05 PED-TR-TIPO       PIC X(01) VALUE "9".
           05 PED-TR-QTD        PIC 9(06).
           05 PED-TR-VALOR-VT   PIC 9(13)V99.
           05 PED-TR-VALOR-VR   PIC 9(13)V99.
           05 FILLER            PIC X(203) VALUE SPACES.
      *
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 LN-CABEC1.
           05 FILLER          PIC X(48) VALUE
              "VT E VR NA FOLHA DO MES - CDF254 - COMPET ".
           05 LN-CAB-COMPET   PIC 9(06).
           05 FILLER          PIC X(10) VALUE "  EMISSAO ".
           05 LN-CAB-DATA     PIC 9(08).
           05 FILLER          PIC X(15) VALUE "  DIAS UTEIS: ".
           05 LN-CAB-DIAS     PIC Z9.
       01 LN-CABEC2.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(08) VALUE "COD".
           05 FILLER  PIC X(31) VALUE "NOME".
           05 FILLER  PIC X(05) VALUE "DIAS".
           05 FILLER  PIC X(12) VALUE "  CUSTO VT".
           05 FILLER  PIC X(12) VALUE "  DESC. VT".
           05 FILLER  PIC X(12) VALUE "  CUSTO VR".
           05 FILLER  PIC X(12) VALUE "  DESC. VR".
           05 FILLER  PIC X(15) VALUE "  CUSTO EMPRESA".
           05 FILLER  PIC X(16) VALUE "  OBSERVACAO".
       01 LN-DEPTO.
           05 FILLER          PIC X(15) VALUE " DEPARTAMENTO: ".
           05 LN-DPT-COD      PIC 9(03).
           05 FILLER          PIC X(03) VALUE " - ".
           05 LN-DPT-NOME     PIC X(20).
       01 LN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DET-COD      PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-NOME     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-DIAS     PIC Z9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-VT-CUSTO PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-VT-DESC  PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-VR-CUSTO PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-VR-DESC  PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-EMPRESA  PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LN-DET-OBS      PIC X(16).
       01 LN-SUBTOTAL.
           05 LN-SUB-TEXTO    PIC X(16).
           05 LN-SUB-QTD      PIC ZZZZZ9.
           05 FILLER          PIC X(07) VALUE " FUNC. ".
           05 FILLER          PIC X(05) VALUE "VT: ".
           05 LN-SUB-VT-CUSTO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE " / ".
           05 LN-SUB-VT-DESC  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(06) VALUE "  VR: ".
           05 LN-SUB-VR-CUSTO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE " / ".
           05 LN-SUB-VR-DESC  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(07) VALUE "  EMP: ".
           05 LN-SUB-EMPRESA  PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM
           PERFORM 2000-PROCESSA THRU 2000-PROCESSA-FIM
              UNTIL ST-ERRO = "10"
           PERFORM 3000-FINALIZA THRU 3000-FINALIZA-FIM
           STOP RUN.
      *
      *----------[ PARAMETROS E ABERTURA DOS ARQUIVOS ]-----------------
       1000-INICIALIZA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "VT E VR NA FOLHA DO MES - CDF254"
           DISPLAY "COMPETENCIA (AAAAMM - ZEROS = MES CORRENTE):"
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-DATA-HOJE(1:6) TO W-COMPET.
           IF W-COMPET-MES < 01 OR W-COMPET-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-COMPET
              STOP RUN.
           DISPLAY "OPERADOR RESPONSAVEL:"
           ACCEPT W-OPERADOR
           OPEN INPUT OPERAD
           IF ST-ERRO-OPR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO OPERAD: " ST-ERRO-OPR
              STOP RUN.
           MOVE W-OPERADOR TO OPR-ID
           READ OPERAD
           IF ST-ERRO-OPR NOT = "00" AND "02"
              DISPLAY "*** OPERADOR NAO CADASTRADO ***"
              CLOSE OPERAD
              STOP RUN.
           CLOSE OPERAD
           PERFORM 1100-TESTA-COMPETENCIA THRU
                   1100-TESTA-COMPETENCIA-FIM
           PERFORM 1300-TESTA-TRAVAS THRU 1300-TESTA-TRAVAS-FIM
           OPEN INPUT BENEF
           IF ST-ERRO-BEN NOT = "00"
              DISPLAY "*** NENHUM BENEFICIO REGISTRADO (BENEF): "
                      ST-ERRO-BEN " ***"
              STOP RUN.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              CLOSE BENEF
              STOP RUN.
           OPEN I-O MOVPAG
           IF ST-ERRO-MOV = "30" OR "35"
              OPEN OUTPUT MOVPAG
              CLOSE MOVPAG
              OPEN I-O MOVPAG.
           IF ST-ERRO-MOV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO MOVPAG: " ST-ERRO-MOV
              CLOSE BENEF CADPAG
              STOP RUN.
           PERFORM 1400-GARANTE-EVENTOS THRU 1400-GARANTE-EVENTOS-FIM
      *    ARQUIVOS OPCIONAIS: SEM AFASTAMENTOS OU FERIAS REGISTRADOS
      *    TODOS OS DIAS UTEIS CONTAM; SEM DEPTOS.DAT O RELATORIO SAI
      *    SO COM O CODIGO DO DEPARTAMENTO.
           OPEN INPUT AFASTA
           IF ST-ERRO-AFA = "00"
              MOVE "S" TO W-TEM-AFA
           ELSE
              MOVE "N" TO W-TEM-AFA.
           OPEN INPUT FERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-TEM-FER
           ELSE
              MOVE "N" TO W-TEM-FER.
           OPEN INPUT DEPTOS
           IF ST-ERRO-DPT = "00"
              MOVE "S" TO W-TEM-DPT
           ELSE
              MOVE "N" TO W-TEM-DPT.
      *    ARQUIVO OPCIONAL (VER CDF240): SEM ELE NAO HA DESCONTO DE
      *    PENSAO E O CALCULO DO LIQUIDO SEGUE COMO SEMPRE.
           OPEN INPUT PENSAO
           IF ST-ERRO-PEN = "00"
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA COTA DE
      *    SALARIO-FAMILIA.
           OPEN INPUT DEPEND
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
           OPEN EXTEND CADPAGLOG
           IF ST-ERRO-LOG = "35"
              OPEN OUTPUT CADPAGLOG
              CLOSE CADPAGLOG
              OPEN EXTEND CADPAGLOG.
           IF ST-ERRO-LOG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG.LOG: "
                      ST-ERRO-LOG
              CLOSE BENEF CADPAG MOVPAG
              STOP RUN.
           OPEN I-O CADPAGHIST
           IF ST-ERRO-HST = "30" OR "35"
              OPEN OUTPUT CADPAGHIST
              CLOSE CADPAGHIST
              OPEN I-O CADPAGHIST.
           IF ST-ERRO-HST NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG.HIST: "
                      ST-ERRO-HST
              CLOSE BENEF CADPAG MOVPAG CADPAGLOG
              STOP RUN.
           OPEN OUTPUT PEDVTVR
           IF ST-ERRO-PED NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO PEDVTVR: " ST-ERRO-PED
              CLOSE BENEF CADPAG MOVPAG CADPAGLOG CADPAGHIST
              STOP RUN.
           OPEN OUTPUT RELVTVR
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELVTVR: " ST-ERRO-REL
              CLOSE BENEF CADPAG MOVPAG CADPAGLOG CADPAGHIST PEDVTVR
              STOP RUN.
           PERFORM 1500-DIAS-DO-MES THRU 1500-DIAS-DO-MES-FIM
           MOVE W-DATA-HOJE      TO PED-HD-DATA-GER
           MOVE W-COMPET         TO PED-HD-COMPET
           MOVE W-DIAS-UTEIS-MES TO PED-HD-DIAS-UTEIS
           WRITE REG-PEDVTVR FROM PED-HEADER
           MOVE W-COMPET         TO LN-CAB-COMPET
           MOVE W-DATA-HOJE      TO LN-CAB-DATA
           MOVE W-DIAS-UTEIS-MES TO LN-CAB-DIAS
           WRITE REG-RELVTVR FROM LN-CABEC1
           WRITE REG-RELVTVR FROM LN-CABEC2
      *    LEITURA PELA CHAVE DO DEPARTAMENTO, COMO O CDF223.
           MOVE ZEROS TO DP
           START CADPAG KEY IS NOT LESS THAN DP
              INVALID KEY MOVE "10" TO ST-ERRO
           END-START
           IF ST-ERRO NOT = "10"
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ COMPETENCIA NAO PODE ESTAR FECHADA ]-----------------
      *    SEM O COMPET.DAT NENHUMA COMPETENCIA FOI FECHADA AINDA.
       1100-TESTA-COMPETENCIA.
           OPEN INPUT COMPET
           IF ST-ERRO-CMP NOT = "00"
              GO TO 1100-TESTA-COMPETENCIA-FIM.
           MOVE W-COMPET TO CMP-ANOMES
           READ COMPET
           IF ST-ERRO-CMP = "00" OR "02"
              IF CMP-FECHADA
                 DISPLAY "*** COMPETENCIA " W-COMPET " JA FECHADA ***"
                 CLOSE COMPET
                 STOP RUN.
           CLOSE COMPET.
       1100-TESTA-COMPETENCIA-FIM.
                EXIT.
      *
      *----------[ RECUSA EXECUCAO COM REGISTRO EM EDICAO ]-------------
      *    TRAVAS.DAT LISTA AS CODS EM EDICAO NOS TERMINAIS (CDF222/
      *    CDF228); RODAR POR CIMA LERIA O ARQUIVO NO MEIO DE UMA
      *    ATUALIZACAO. AS TRAVAS SAO REPORTADAS E A EXECUCAO PARA;
      *    SEM O ARQUIVO DE TRAVAS, SEGUE NORMALMENTE.
       1300-TESTA-TRAVAS.
           OPEN INPUT TRAVAS
           IF ST-ERRO-TRV = "00"
              MOVE "N" TO W-FIM-TRV
              PERFORM 1350-LISTA-TRAVA THRU 1350-LISTA-TRAVA-FIM
                 UNTIL FIM-TRAVAS
              CLOSE TRAVAS
              IF W-QTD-TRAVAS > ZEROS
                 DISPLAY "*** CADPAG EM USO - EXECUCAO RECUSADA ***"
                 STOP RUN.
       1300-TESTA-TRAVAS-FIM.
                EXIT.
      *
      *----------[ UMA LINHA POR TRAVA PENDENTE ]-----------------------
       1350-LISTA-TRAVA.
           READ TRAVAS NEXT RECORD
              AT END MOVE "S" TO W-FIM-TRV
           END-READ
           IF NOT FIM-TRAVAS
              ADD 1 TO W-QTD-TRAVAS
              DISPLAY "REGISTRO " TRV-COD " EM USO POR OPERADOR "
                      TRV-OPERADOR.
       1350-LISTA-TRAVA-FIM.
                EXIT.
      *
      *----------[ GARANTE OS EVENTOS DE VR E VT ]----------------------
      *    COMO O CDF245 FAZ COM O 107: SEM EVENTOS.DAT (CDF228 AINDA
      *    NAO RODOU) NADA E FEITO, A CARGA INICIAL JA TRAZ OS DOIS.
       1400-GARANTE-EVENTOS.
           OPEN I-O EVENTOS
           IF ST-ERRO-EVE NOT = "00"
              GO TO 1400-GARANTE-EVENTOS-FIM.
           MOVE EVT-VALE-REFEICAO TO EVT-COD
           READ EVENTOS
           IF ST-ERRO-EVE NOT = "00" AND "02"
              MOVE EVT-VALE-REFEICAO TO EVT-COD
              MOVE "VALE REFEICAO" TO EVT-NOME
              MOVE "D" TO EVT-TIPO
              WRITE REGEVE.
           MOVE EVT-VALE-TRANSPORTE TO EVT-COD
           READ EVENTOS
           IF ST-ERRO-EVE NOT = "00" AND "02"
              MOVE EVT-VALE-TRANSPORTE TO EVT-COD
              MOVE "VALE TRANSPORTE" TO EVT-NOME
              MOVE "D" TO EVT-TIPO
              WRITE REGEVE.
           CLOSE EVENTOS.
       1400-GARANTE-EVENTOS-FIM.
                EXIT.
      *
      *----------[ LIMITES DO MES E DIAS DE SEGUNDA A SEXTA ]-----------
      *    O DIA DA SEMANA SAI DOS DIAS CORRIDOS: 01/01/0001 (DIA 1)
      *    FOI SEGUNDA-FEIRA, ENTAO (DIAS + 6) / 7 DEIXA RESTO 0 NA
      *    SEGUNDA E 5/6 NO SABADO/DOMINGO.
       1500-DIAS-DO-MES.
           MOVE W-COMPET-ANO TO W-DS-ANO
           PERFORM 9150-TESTA-BISSEXTO THRU 9150-TESTA-BISSEXTO-FIM
           MOVE TB-ULT-DIA(W-COMPET-MES) TO W-DIAS-MES
           IF W-COMPET-MES = 2 AND ANO-BISSEXTO
              ADD 1 TO W-DIAS-MES.
           MOVE W-COMPET-MES TO W-DS-MES
           MOVE 01 TO W-DS-DIA
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-MES-INI-SER
           COMPUTE W-MES-FIM-SER = W-MES-INI-SER + W-DIAS-MES - 1
           MOVE ALL "N" TO TB-MES-UTIL
           MOVE ZEROS TO W-DIAS-UTEIS-MES
           MOVE 1 TO W-DIA
           PERFORM 1550-MARCA-DIA THRU 1550-MARCA-DIA-FIM
              UNTIL W-DIA > W-DIAS-MES.
       1500-DIAS-DO-MES-FIM.
                EXIT.
      *
      *----------[ UM DIA DO MES NA TABELA ]----------------------------
       1550-MARCA-DIA.
           COMPUTE W-DS-SERIAL = W-MES-INI-SER + W-DIA - 1 + 6
           DIVIDE W-DS-SERIAL BY 7 GIVING W-DS-QUOC
                  REMAINDER W-DIA-SEMANA
           IF W-DIA-SEMANA < 5
              MOVE "S" TO TB-MES-DIA(W-DIA)
              ADD 1 TO W-DIAS-UTEIS-MES.
           ADD 1 TO W-DIA.
       1550-MARCA-DIA-FIM.
                EXIT.
      *
      *----------[ LACO PRINCIPAL - UM FUNCIONARIO POR VEZ ]------------
      *    SO ENTRA QUEM TEM REGISTRO NO BENEF.DAT; OS DEMAIS SEGUEM
      *    COM O QUE FOI DIGITADO NO CDF228. DESLIGADO FICA DE FORA.
       2000-PROCESSA.
           ADD 1 TO W-QTD-LIDOS
           IF FUNC-DESLIGADO
              GO TO 2000-PROCESSA-PROX.
           MOVE COD TO BEN-COD
           READ BENEF
           IF ST-ERRO-BEN NOT = "00" AND "02"
              GO TO 2000-PROCESSA-PROX.
           ADD 1 TO W-QTD-COM-BEN
           IF W-QTD-DPS = ZEROS OR DP NOT = W-DP-ATUAL
              IF W-QTD-DPS > ZEROS
                 PERFORM 2950-FECHA-DEPTO THRU 2950-FECHA-DEPTO-FIM
                 PERFORM 2900-ABRE-DEPTO THRU 2900-ABRE-DEPTO-FIM
              ELSE
                 PERFORM 2900-ABRE-DEPTO THRU 2900-ABRE-DEPTO-FIM.
           MOVE REGPAG TO REGPAG-ANTES
           PERFORM 2200-DIAS-UTEIS THRU 2200-DIAS-UTEIS-FIM
           PERFORM 2300-CALCULA-VT THRU 2300-CALCULA-VT-FIM
           PERFORM 2350-CALCULA-VR THRU 2350-CALCULA-VR-FIM
           MOVE EVT-VALE-TRANSPORTE TO MOV-EVENTO
           MOVE W-VT-DESC           TO MOV-VALOR
           PERFORM 2450-GRAVA-EVENTO THRU 2450-GRAVA-EVENTO-FIM
           MOVE EVT-VALE-REFEICAO   TO MOV-EVENTO
           MOVE W-VR-DESC           TO MOV-VALOR
           PERFORM 2450-GRAVA-EVENTO THRU 2450-GRAVA-EVENTO-FIM
           PERFORM 2600-CALC-LIQUIDO THRU 2600-CALC-LIQUIDO-FIM
           MOVE W-SL-CALC TO SL
           IF REGPAG NOT = REGPAG-ANTES
              PERFORM 2700-REGRAVA-CADPAG THRU
                      2700-REGRAVA-CADPAG-FIM.
           PERFORM 2500-GRAVA-PEDIDO THRU 2500-GRAVA-PEDIDO-FIM
           PERFORM 2800-GRAVA-DETALHE THRU 2800-GRAVA-DETALHE-FIM.
       2000-PROCESSA-PROX.
           IF ST-ERRO NOT = "10"
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      *----------[ LEITURA SEQUENCIAL DO CADPAG PELA ORDEM DE DP ]------
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
       2100-LE-CADPAG-FIM.
                EXIT.
      *
      *----------[ DIAS UTEIS DA COD NO MES ]---------------------------
      *    PARTE DOS DIAS DE SEGUNDA A SEXTA DO MES E TIRA OS DIAS EM
      *    QUE O FUNCIONARIO NAO SE DESLOCOU PARA O TRABALHO.
       2200-DIAS-UTEIS.
           MOVE TB-MES-UTIL TO TB-COD-UTIL
           IF DT-ADMISSAO NOT = ZEROS
              MOVE DT-ADMISSAO TO W-DS-DATA-NUM
              PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
              IF W-DS-SERIAL > W-MES-INI-SER
                 MOVE W-MES-INI-SER TO W-INT-INI
                 COMPUTE W-INT-FIM = W-DS-SERIAL - 1
                 PERFORM 2250-TIRA-DIAS THRU 2250-TIRA-DIAS-FIM.
           IF TEM-AFASTA
              PERFORM 2210-AFASTAMENTOS THRU 2210-AFASTAMENTOS-FIM.
           IF TEM-FERIAS
              PERFORM 2230-FERIAS THRU 2230-FERIAS-FIM.
           MOVE ZEROS TO W-DIAS-UTEIS
           MOVE 1 TO W-DIA
           PERFORM 2270-CONTA-DIA THRU 2270-CONTA-DIA-FIM
              UNTIL W-DIA > W-DIAS-MES
           PERFORM 2280-FALTAS THRU 2280-FALTAS-FIM.
       2200-DIAS-UTEIS-FIM.
                EXIT.
      *
      *----------[ DIAS AFASTADOS - VER AFAPAG ]------------------------
      *    DO INICIO ATE A VESPERA DO RETORNO; EM ABERTO, ATE O FIM DO
      *    MES. QUALQUER MOTIVO TIRA O DIA: NAO HA DESLOCAMENTO.
       2210-AFASTAMENTOS.
           MOVE COD   TO AFA-COD
           MOVE ZEROS TO AFA-DT-INI
           START AFASTA KEY IS NOT LESS THAN AFA-CHAVE
              INVALID KEY GO TO 2210-AFASTAMENTOS-FIM
           END-START.
       2210-AFASTAMENTOS-PROX.
           READ AFASTA NEXT RECORD
              AT END GO TO 2210-AFASTAMENTOS-FIM
           END-READ.
           IF AFA-COD NOT = COD
              GO TO 2210-AFASTAMENTOS-FIM.
           IF AFA-DT-RETORNO = ZEROS
              MOVE W-MES-FIM-SER TO W-INT-FIM
           ELSE
              MOVE AFA-DT-RETORNO TO W-DS-DATA-NUM
              PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
              COMPUTE W-INT-FIM = W-DS-SERIAL - 1.
           MOVE AFA-DT-INI TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-INT-INI
           PERFORM 2250-TIRA-DIAS THRU 2250-TIRA-DIAS-FIM
           GO TO 2210-AFASTAMENTOS-PROX.
       2210-AFASTAMENTOS-FIM.
                EXIT.
      *
      *----------[ DIAS DE GOZO DE FERIAS - VER FERPAG ]----------------
      *    VALE O GOZO PROGRAMADO OU JA PAGO: INICIO E QUANTIDADE DE
      *    DIAS CORRIDOS GRAVADOS PELO CDF235.
       2230-FERIAS.
           MOVE COD   TO FER-COD
           MOVE ZEROS TO FER-PER-INI
           START FERIAS KEY IS NOT LESS THAN FER-CHAVE
              INVALID KEY GO TO 2230-FERIAS-FIM
           END-START.
       2230-FERIAS-PROX.
           READ FERIAS NEXT RECORD
              AT END GO TO 2230-FERIAS-FIM
           END-READ.
           IF FER-COD NOT = COD
              GO TO 2230-FERIAS-FIM.
           IF FER-DT-INI-GOZO = ZEROS OR FER-DIAS-GOZO = ZEROS
              GO TO 2230-FERIAS-PROX.
           MOVE FER-DT-INI-GOZO TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-INT-INI
           COMPUTE W-INT-FIM = W-DS-SERIAL + FER-DIAS-GOZO - 1
           PERFORM 2250-TIRA-DIAS THRU 2250-TIRA-DIAS-FIM
           GO TO 2230-FERIAS-PROX.
       2230-FERIAS-FIM.
                EXIT.
      *
      *----------[ DESMARCA OS DIAS DE W-INT-INI/FIM DENTRO DO MES ]----
       2250-TIRA-DIAS.
           MOVE W-MES-INI-SER TO W-JAN-INI
           MOVE W-MES-FIM-SER TO W-JAN-FIM
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           IF W-DIAS-SOBREP = ZEROS
              GO TO 2250-TIRA-DIAS-FIM.
           COMPUTE W-DIA     = W-INT-INI - W-MES-INI-SER + 1
           COMPUTE W-DIA-ULT = W-INT-FIM - W-MES-INI-SER + 1.
       2250-TIRA-DIAS-PROX.
           MOVE "N" TO TB-COD-DIA(W-DIA)
           IF W-DIA < W-DIA-ULT
              ADD 1 TO W-DIA
              GO TO 2250-TIRA-DIAS-PROX.
       2250-TIRA-DIAS-FIM.
                EXIT.
      *
      *----------[ CONTA UM DIA QUE FICOU MARCADO ]---------------------
       2270-CONTA-DIA.
           IF TB-COD-DIA(W-DIA) = "S"
              ADD 1 TO W-DIAS-UTEIS.
           ADD 1 TO W-DIA.
       2270-CONTA-DIA-FIM.
                EXIT.
      *
      *----------[ FALTAS DO MES - EVENTO 101 ]-------------------------
      *    O CDF228 GRAVA O VALOR DESCONTADO; OS DIAS VOLTAM PELO
      *    SALARIO-DIA (SB / 30), ARREDONDADOS.
       2280-FALTAS.
           MOVE ZEROS TO W-DIAS-FALTA
           IF SB = ZEROS
              GO TO 2280-FALTAS-FIM.
           MOVE W-COMPET   TO MOV-COMPET
           MOVE COD        TO MOV-COD
           MOVE EVT-FALTAS TO MOV-EVENTO
           READ MOVPAG
           IF ST-ERRO-MOV NOT = "00" AND "02"
              GO TO 2280-FALTAS-FIM.
           COMPUTE W-DIAS-FALTA ROUNDED = MOV-VALOR * 30 / SB
           IF W-DIAS-FALTA NOT < W-DIAS-UTEIS
              MOVE ZEROS TO W-DIAS-UTEIS
           ELSE
              SUBTRACT W-DIAS-FALTA FROM W-DIAS-UTEIS.
       2280-FALTAS-FIM.
                EXIT.
      *
      *----------[ VALE-TRANSPORTE DO MES ]-----------------------------
      *    O DESCONTO NUNCA PASSA DO CUSTO NEM DE 6% DO SB; O QUE
      *    SOBRA E CUSTO DA EMPRESA.
       2300-CALCULA-VT.
           MOVE ZEROS TO W-VT-DIARIA W-VT-CUSTO W-VT-TETO W-VT-DESC
                         W-VT-EMPRESA
           MOVE "N" TO W-NO-TETO
           IF BEN-SEM-VT
              GO TO 2300-CALCULA-VT-FIM.
           IF BEN-VT-LINHAS
              MOVE 1 TO W-IX
              PERFORM 2310-SOMA-LINHA THRU 2310-SOMA-LINHA-FIM
                 UNTIL W-IX > 4
           ELSE
              MOVE BEN-VT-DIARIA TO W-VT-DIARIA.
           COMPUTE W-VT-CUSTO = W-VT-DIARIA * W-DIAS-UTEIS
           COMPUTE W-VT-TETO  = SB * PERC-TETO-VT / 100
           MOVE W-VT-CUSTO TO W-VT-DESC
           IF W-VT-DESC > W-VT-TETO
              MOVE W-VT-TETO TO W-VT-DESC
              MOVE "S" TO W-NO-TETO.
           COMPUTE W-VT-EMPRESA = W-VT-CUSTO - W-VT-DESC.
       2300-CALCULA-VT-FIM.
                EXIT.
      *
      *----------[ UMA LINHA DO TRAJETO NA DIARIA ]---------------------
       2310-SOMA-LINHA.
           IF BEN-LIN-COD(W-IX) NOT = SPACES
              COMPUTE W-VT-DIARIA = W-VT-DIARIA
                    + BEN-LIN-TARIFA(W-IX) * BEN-LIN-VIAGENS(W-IX).
           ADD 1 TO W-IX.
       2310-SOMA-LINHA-FIM.
                EXIT.
      *
      *----------[ VALE-REFEICAO DO MES ]-------------------------------
       2350-CALCULA-VR.
           MOVE ZEROS TO W-VR-CUSTO W-VR-DESC W-VR-EMPRESA
           IF BEN-SEM-VR
              GO TO 2350-CALCULA-VR-FIM.
           COMPUTE W-VR-CUSTO = BEN-VR-DIARIA * W-DIAS-UTEIS
           COMPUTE W-VR-DESC  = W-VR-CUSTO * PERC-DESC-VR / 100
           COMPUTE W-VR-EMPRESA = W-VR-CUSTO - W-VR-DESC.
       2350-CALCULA-VR-FIM.
                EXIT.
      *
      *----------[ GRAVA OU REMOVE O EVENTO DO BENEFICIO ]--------------
      *    MESMA DISCIPLINA DA PENSAO (EVENTO 105): VALOR ZERADO
      *    REMOVE O MOVIMENTO DO MES.
       2450-GRAVA-EVENTO.
           MOVE W-COMPET TO MOV-COMPET
           MOVE COD      TO MOV-COD
           IF MOV-VALOR = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2450-GRAVA-EVENTO-FIM.
           MOVE "D" TO MOV-TIPO
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO.
       2450-GRAVA-EVENTO-FIM.
                EXIT.
      *
      *----------[ LINHAS DO PEDIDO AO FORNECEDOR ]---------------------
       2500-GRAVA-PEDIDO.
           MOVE DP            TO PED-DT-DP
           MOVE COD           TO PED-DT-COD
           MOVE NOME          TO PED-DT-NOME
           MOVE W-DIAS-UTEIS  TO PED-DT-DIAS
           IF W-VT-CUSTO > ZEROS
              MOVE "VT"          TO PED-DT-BENEF
              MOVE W-VT-DIARIA   TO PED-DT-DIARIA
              MOVE W-VT-CUSTO    TO PED-DT-VALOR
              WRITE REG-PEDVTVR FROM PED-DETALHE
              ADD 1 TO W-DP-QTD-PED W-QTD-PEDIDO.
           IF W-VR-CUSTO > ZEROS
              MOVE "VR"          TO PED-DT-BENEF
              MOVE BEN-VR-DIARIA TO PED-DT-DIARIA
              MOVE W-VR-CUSTO    TO PED-DT-VALOR
              WRITE REG-PEDVTVR FROM PED-DETALHE
              ADD 1 TO W-DP-QTD-PED W-QTD-PEDIDO.
       2500-GRAVA-PEDIDO-FIM.
                EXIT.
      *
      *----------[ LIQUIDO COM OS MOVIMENTOS DO MES - VER CDF228 ]------
       2600-CALC-LIQUIDO.
           PERFORM 2650-SOMA-PENSAO THRU 2650-SOMA-PENSAO-FIM
           PERFORM 2660-GRAVA-PENSAO-MOV THRU
                   2660-GRAVA-PENSAO-MOV-FIM
           PERFORM 2670-SOMA-SALFAM THRU 2670-SOMA-SALFAM-FIM
           PERFORM 2680-GRAVA-SALFAM-MOV THRU
                   2680-GRAVA-SALFAM-MOV-FIM
           MOVE ZEROS TO W-TOT-PROV W-TOT-DESC
           MOVE W-COMPET TO MOV-COMPET
           MOVE COD      TO MOV-COD
           MOVE ZEROS    TO MOV-EVENTO
           START MOVPAG KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY GO TO 2600-CALC-LIQ-TOTAL
           END-START.
       2600-CALC-LIQ-PROX.
           READ MOVPAG NEXT RECORD
              AT END GO TO 2600-CALC-LIQ-TOTAL
           END-READ.
           IF MOV-COMPET NOT = W-COMPET OR MOV-COD NOT = COD
              GO TO 2600-CALC-LIQ-TOTAL.
           IF MOV-PROVENTO
              ADD MOV-VALOR TO W-TOT-PROV
           ELSE
              ADD MOV-VALOR TO W-TOT-DESC.
           GO TO 2600-CALC-LIQ-PROX.
       2600-CALC-LIQ-TOTAL.
           COMPUTE W-SL-CALC = SB + W-TOT-PROV - W-TOT-DESC
                             - INSS - IR
           IF W-SL-CALC < 0
              MOVE 0 TO W-SL-CALC.
       2600-CALC-LIQUIDO-FIM.
                EXIT.
      *
      *----------[ DESCONTO DE PENSAO ALIMENTICIA - VER CDF240 ]--------
      *    SOMA OS BENEFICIARIOS ATIVOS DO FUNCIONARIO: PERCENTUAL
      *    INCIDE SOBRE O SB, VALOR FIXO ENTRA COMO ESTA.
       2650-SOMA-PENSAO.
           MOVE ZEROS TO W-TOT-PENSAO
           IF NOT TEM-PENSAO
              GO TO 2650-SOMA-PENSAO-FIM.
           MOVE COD   TO PEN-COD
           MOVE ZEROS TO PEN-SEQ
           START PENSAO KEY IS NOT LESS THAN PEN-CHAVE
              INVALID KEY GO TO 2650-SOMA-PENSAO-FIM
           END-START.
       2650-SOMA-PENSAO-PROX.
           READ PENSAO NEXT RECORD
              AT END GO TO 2650-SOMA-PENSAO-FIM
           END-READ.
           IF PEN-COD NOT = COD
              GO TO 2650-SOMA-PENSAO-FIM.
           IF NOT PEN-ATIVO
              GO TO 2650-SOMA-PENSAO-PROX.
           IF PEN-PERCENTUAL
              COMPUTE W-VALOR-PEN ROUNDED = SB * PEN-PERC / 100
           ELSE
              MOVE PEN-VALOR TO W-VALOR-PEN.
           ADD W-VALOR-PEN TO W-TOT-PENSAO
           GO TO 2650-SOMA-PENSAO-PROX.
       2650-SOMA-PENSAO-FIM.
                EXIT.
      *
      *----------[ PERSISTE A PENSAO COMO MOVIMENTO DO MES ]------------
       2660-GRAVA-PENSAO-MOV.
           IF NOT TEM-PENSAO
              GO TO 2660-GRAVA-PENSAO-MOV-FIM.
           MOVE W-COMPET        TO MOV-COMPET
           MOVE COD             TO MOV-COD
           MOVE EVT-PENSAO-ALIM TO MOV-EVENTO
           IF W-TOT-PENSAO = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2660-GRAVA-PENSAO-MOV-FIM.
           MOVE "D" TO MOV-TIPO
           MOVE W-TOT-PENSAO TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO.
       2660-GRAVA-PENSAO-MOV-FIM.
                EXIT.
      *
      *----------[ COTA DE SALARIO-FAMILIA DO FUNCIONARIO ]-------------
       2670-SOMA-SALFAM.
           MOVE ZEROS TO W-TOT-SALFAM
           IF NOT TEM-DEPEND
              GO TO 2670-SOMA-SALFAM-FIM.
           IF SB > LIM-SALFAM
              GO TO 2670-SOMA-SALFAM-FIM.
           PERFORM 2690-CONTA-DEPEND THRU 2690-CONTA-DEPEND-FIM
           COMPUTE W-TOT-SALFAM = W-QTD-DEP-SF * VLR-COTA-SALFAM.
       2670-SOMA-SALFAM-FIM.
                EXIT.
      *
      *----------[ PERSISTE O SALARIO-FAMILIA COMO MOVIMENTO DO MES ]---
       2680-GRAVA-SALFAM-MOV.
           IF NOT TEM-DEPEND
              GO TO 2680-GRAVA-SALFAM-MOV-FIM.
           MOVE W-COMPET            TO MOV-COMPET
           MOVE COD                 TO MOV-COD
           MOVE EVT-SALARIO-FAMILIA TO MOV-EVENTO
           IF W-TOT-SALFAM = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2680-GRAVA-SALFAM-MOV-FIM.
           MOVE "P" TO MOV-TIPO
           MOVE W-TOT-SALFAM TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO.
       2680-GRAVA-SALFAM-MOV-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO FUNCIONARIO - VER CDF245 ]------------
       2690-CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-IR W-QTD-DEP-SF
           IF NOT TEM-DEPEND
              GO TO 2690-CONTA-DEPEND-FIM.
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO 2690-CONTA-DEPEND-FIM
           END-START.
       2690-CONTA-DEPEND-PROX.
           READ DEPEND NEXT RECORD
              AT END GO TO 2690-CONTA-DEPEND-FIM
           END-READ.
           IF DEP-COD NOT = COD
              GO TO 2690-CONTA-DEPEND-FIM.
           IF NOT DEP-ATIVO
              GO TO 2690-CONTA-DEPEND-PROX.
           IF DEP-DEDUZ-IR
              ADD 1 TO W-QTD-DEP-IR.
           COMPUTE W-ANOMES-14 = DEP-DT-NASC / 100 + 1400
           IF DEP-RECEBE-SF AND W-ANOMES-14 NOT < W-COMPET
              ADD 1 TO W-QTD-DEP-SF.
           GO TO 2690-CONTA-DEPEND-PROX.
       2690-CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ REGRAVA O CADPAG COM LOG E HISTORICO ]---------------
       2700-REGRAVA-CADPAG.
           REWRITE REGPAG
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA REGRAVACAO DO CADPAG (COD " COD
                      "): " ST-ERRO
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO
              GO TO 2700-REGRAVA-CADPAG-FIM.
           MOVE COD TO LOG-COD
           MOVE "A" TO LOG-OPERACAO
           MOVE REGPAG-ANTES TO LOG-ANTES
           MOVE REGPAG TO LOG-DEPOIS
           PERFORM 2750-GRAVA-LOG THRU 2750-GRAVA-LOG-FIM
           PERFORM 2760-GRAVA-HIST THRU 2760-GRAVA-HIST-FIM.
       2700-REGRAVA-CADPAG-FIM.
                EXIT.
      *
      *----------[ TRILHA DE AUDITORIA - COMO O GRAVA-LOG DO CDF228 ]---
       2750-GRAVA-LOG.
           MOVE W-OPERADOR TO LOG-OPERADOR
           ACCEPT LOG-DATAHORA(1:6) FROM DATE
           ACCEPT LOG-DATAHORA(7:8) FROM TIME
           WRITE REGLOG
           IF ST-ERRO-LOG NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADPAG.LOG: "
                      ST-ERRO-LOG.
       2750-GRAVA-LOG-FIM.
                EXIT.
      *
      *----------[ HISTORICO SALARIAL - COMO O GRAVA-HIST DO CDF228 ]---
       2760-GRAVA-HIST.
           MOVE COD TO HIST-COD
           ACCEPT HIST-DATA-EFETIVA FROM DATE
           ACCEPT W-HIST-HORA-TMP FROM TIME
           MOVE W-HIST-HORA-TMP(1:6) TO HIST-HORA
           MOVE REGPAG-ANTES TO HIST-REGPAG-ANTES
           WRITE REGHIST
           IF ST-ERRO-HST NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADPAG.HIST: "
                      ST-ERRO-HST.
       2760-GRAVA-HIST-FIM.
                EXIT.
      *
      *----------[ UMA LINHA DO RELATORIO E SOMA NO DEPARTAMENTO ]------
       2800-GRAVA-DETALHE.
           MOVE COD          TO LN-DET-COD
           MOVE NOME         TO LN-DET-NOME
           MOVE W-DIAS-UTEIS TO LN-DET-DIAS
           MOVE W-VT-CUSTO   TO LN-DET-VT-CUSTO
           MOVE W-VT-DESC    TO LN-DET-VT-DESC
           MOVE W-VR-CUSTO   TO LN-DET-VR-CUSTO
           MOVE W-VR-DESC    TO LN-DET-VR-DESC
           COMPUTE LN-DET-EMPRESA = W-VT-EMPRESA + W-VR-EMPRESA
           MOVE SPACES TO LN-DET-OBS
           IF VT-NO-TETO
              MOVE "VT NO TETO DE 6%" TO LN-DET-OBS.
           IF W-DIAS-UTEIS = ZEROS
              MOVE "SEM DIAS UTEIS" TO LN-DET-OBS.
           IF BEN-SEM-VT
              MOVE "RECUSOU VT" TO LN-DET-OBS.
           IF BEN-SEM-VR
              MOVE "RECUSOU VR" TO LN-DET-OBS.
           IF BEN-SEM-VT AND BEN-SEM-VR
              MOVE "RECUSOU VT E VR" TO LN-DET-OBS.
           WRITE REG-RELVTVR FROM LN-DETALHE
           ADD 1 TO W-DP-QTD
           ADD W-VT-CUSTO   TO W-DP-VT-CUSTO
           ADD W-VT-DESC    TO W-DP-VT-DESC
           ADD W-VR-CUSTO   TO W-DP-VR-CUSTO
           ADD W-VR-DESC    TO W-DP-VR-DESC
           ADD W-VT-EMPRESA TO W-DP-EMPRESA
           ADD W-VR-EMPRESA TO W-DP-EMPRESA.
       2800-GRAVA-DETALHE-FIM.
                EXIT.
      *
      *----------[ INICIO DO LOTE E DO BLOCO DE UM DEPARTAMENTO ]-------
       2900-ABRE-DEPTO.
           ADD 1 TO W-QTD-DPS
           MOVE DP TO W-DP-ATUAL
           MOVE ZEROS TO W-DP-QTD W-DP-QTD-PED W-DP-VT-CUSTO
                         W-DP-VT-DESC W-DP-VR-CUSTO W-DP-VR-DESC
                         W-DP-EMPRESA
           MOVE "DEPTO NAO CADASTRADO" TO W-NOME-DP
           IF TEM-DEPTOS
              MOVE DP TO DPT-COD
              READ DEPTOS
              IF ST-ERRO-DPT = "00" OR "02"
                 MOVE DPT-NOME TO W-NOME-DP.
           MOVE W-DP-ATUAL TO PED-LT-DP
           MOVE W-NOME-DP  TO PED-LT-NOME
           WRITE REG-PEDVTVR FROM PED-LOTE
           MOVE SPACES TO REG-RELVTVR
           WRITE REG-RELVTVR
           MOVE W-DP-ATUAL TO LN-DPT-COD
           MOVE W-NOME-DP  TO LN-DPT-NOME
           WRITE REG-RELVTVR FROM LN-DEPTO.
       2900-ABRE-DEPTO-FIM.
                EXIT.
      *
      *----------[ FIM DO LOTE E SUBTOTAL DO DEPARTAMENTO ]-------------
       2950-FECHA-DEPTO.
           MOVE W-DP-ATUAL    TO PED-FL-DP
           MOVE W-DP-QTD-PED  TO PED-FL-QTD
           MOVE W-DP-VT-CUSTO TO PED-FL-VALOR-VT
           MOVE W-DP-VR-CUSTO TO PED-FL-VALOR-VR
           WRITE REG-PEDVTVR FROM PED-FIM-LOTE
           MOVE "   TOTAL DO DP " TO LN-SUB-TEXTO
           MOVE W-DP-QTD      TO LN-SUB-QTD
           MOVE W-DP-VT-CUSTO TO LN-SUB-VT-CUSTO
           MOVE W-DP-VT-DESC  TO LN-SUB-VT-DESC
           MOVE W-DP-VR-CUSTO TO LN-SUB-VR-CUSTO
           MOVE W-DP-VR-DESC  TO LN-SUB-VR-DESC
           MOVE W-DP-EMPRESA  TO LN-SUB-EMPRESA
           WRITE REG-RELVTVR FROM LN-SUBTOTAL
           ADD W-DP-VT-CUSTO TO W-GER-VT-CUSTO
           ADD W-DP-VT-DESC  TO W-GER-VT-DESC
           ADD W-DP-VR-CUSTO TO W-GER-VR-CUSTO
           ADD W-DP-VR-DESC  TO W-GER-VR-DESC
           ADD W-DP-EMPRESA  TO W-GER-EMPRESA.
       2950-FECHA-DEPTO-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO ]--------------------------------
       3000-FINALIZA.
           IF W-QTD-DPS > ZEROS
              PERFORM 2950-FECHA-DEPTO THRU 2950-FECHA-DEPTO-FIM.
           MOVE W-QTD-PEDIDO   TO PED-TR-QTD
           MOVE W-GER-VT-CUSTO TO PED-TR-VALOR-VT
           MOVE W-GER-VR-CUSTO TO PED-TR-VALOR-VR
           WRITE REG-PEDVTVR FROM PED-TRAILER
           MOVE SPACES TO REG-RELVTVR
           WRITE REG-RELVTVR
           MOVE " TOTAL GERAL    " TO LN-SUB-TEXTO
           MOVE W-QTD-COM-BEN  TO LN-SUB-QTD
           MOVE W-GER-VT-CUSTO TO LN-SUB-VT-CUSTO
           MOVE W-GER-VT-DESC  TO LN-SUB-VT-DESC
           MOVE W-GER-VR-CUSTO TO LN-SUB-VR-CUSTO
           MOVE W-GER-VR-DESC  TO LN-SUB-VR-DESC
           MOVE W-GER-EMPRESA  TO LN-SUB-EMPRESA
           WRITE REG-RELVTVR FROM LN-SUBTOTAL
           DISPLAY "VT E VR APLICADOS NA COMPETENCIA " W-COMPET
           DISPLAY "DIAS UTEIS NO MES: " W-DIAS-UTEIS-MES
           DISPLAY "FUNCIONARIOS LIDOS: " W-QTD-LIDOS
           DISPLAY "COM BENEFICIOS: " W-QTD-COM-BEN
           DISPLAY "LINHAS NO PEDIDO: " W-QTD-PEDIDO
           IF HOUVE-ERRO
              DISPLAY "*** ERRO DE GRAVACAO - PEDIDO INCOMPLETO, NAO "
                      "ENVIAR AO FORNECEDOR ***"
           ELSE
              DISPLAY "PEDIDO EM PEDVTVR.TXT".
           DISPLAY "CUSTOS EM RELVTVR.TXT"
           IF TEM-AFASTA
              CLOSE AFASTA.
           IF TEM-FERIAS
              CLOSE FERIAS.
           IF TEM-DEPTOS
              CLOSE DEPTOS.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE BENEF
           CLOSE CADPAG
           CLOSE MOVPAG
           CLOSE CADPAGLOG
           CLOSE CADPAGHIST
           CLOSE PEDVTVR
           CLOSE RELVTVR.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ DATA AAAAMMDD EM DIAS CORRIDOS ]---------------------
      *    CONTA OS DIAS DESDE 01/01/0001 PELO CALENDARIO GREGORIANO,
      *    PARA QUE DIFERENCAS E SOMAS DE DATAS VIREM CONTAS SIMPLES.
      *    ENTRA EM W-DS-DATA, SAI EM W-DS-SERIAL.
       9100-DATA-SERIAL.
           COMPUTE W-DS-ANO-ANT = W-DS-ANO - 1
           COMPUTE W-DS-SERIAL = W-DS-ANO-ANT * 365
                               + TB-DIAS-ACUM(W-DS-MES) + W-DS-DIA
           DIVIDE W-DS-ANO-ANT BY 4 GIVING W-DS-QUOC
           ADD W-DS-QUOC TO W-DS-SERIAL
           DIVIDE W-DS-ANO-ANT BY 100 GIVING W-DS-QUOC
           SUBTRACT W-DS-QUOC FROM W-DS-SERIAL
           DIVIDE W-DS-ANO-ANT BY 400 GIVING W-DS-QUOC
           ADD W-DS-QUOC TO W-DS-SERIAL
           IF W-DS-MES > 2
              PERFORM 9150-TESTA-BISSEXTO THRU 9150-TESTA-BISSEXTO-FIM
              IF ANO-BISSEXTO
                 ADD 1 TO W-DS-SERIAL.
       9100-DATA-SERIAL-FIM.
                EXIT.
      *
      *----------[ ANO DE W-DS-ANO E BISSEXTO? ]------------------------
       9150-TESTA-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-DS-ANO BY 4 GIVING W-DS-QUOC REMAINDER W-DS-RESTO
           IF W-DS-RESTO NOT = ZEROS
              GO TO 9150-TESTA-BISSEXTO-FIM.
           MOVE "S" TO W-BISSEXTO
           DIVIDE W-DS-ANO BY 100 GIVING W-DS-QUOC REMAINDER W-DS-RESTO
           IF W-DS-RESTO NOT = ZEROS
              GO TO 9150-TESTA-BISSEXTO-FIM.
           DIVIDE W-DS-ANO BY 400 GIVING W-DS-QUOC REMAINDER W-DS-RESTO
           IF W-DS-RESTO NOT = ZEROS
              MOVE "N" TO W-BISSEXTO.
       9150-TESTA-BISSEXTO-FIM.
                EXIT.
      *
      *----------[ DIAS EM COMUM ENTRE INTERVALO E JANELA ]-------------
      *    W-INT-INI/FIM CONTRA W-JAN-INI/FIM, TUDO EM DIAS CORRIDOS;
      *    SEM INTERSECAO O RESULTADO E ZERO.
       9300-SOBREPOSICAO.
           MOVE ZEROS TO W-DIAS-SOBREP
           IF W-JAN-INI > W-INT-INI
              MOVE W-JAN-INI TO W-INT-INI.
           IF W-JAN-FIM < W-INT-FIM
              MOVE W-JAN-FIM TO W-INT-FIM.
           IF W-INT-FIM NOT < W-INT-INI
              COMPUTE W-DIAS-SOBREP = W-INT-FIM - W-INT-INI + 1.
       9300-SOBREPOSICAO-FIM.
                EXIT.
