       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF250.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    AFASTAMENTOS NA FOLHA DO MES - CDF250   *
      ***********************************************
      *----------------------------------------------------------------
      *   APLICA O REGISTRO DE AFASTAMENTOS (AFASTA.DAT, MANTIDO PELO
      *   CDF249) A UMA COMPETENCIA AINDA ABERTA. PARA CADA COD NAO
      *   DESLIGADO QUE TENHA AFASTAMENTO REGISTRADO:
      *   - DIAS SEM SALARIO NO MES: A EMPRESA SO PAGA OS DIAS ANTES
      *     DO INICIO DO BENEFICIO DO INSS (16o DIA NA DOENCA E NO
      *     ACIDENTE, PRIMEIRO DIA NOS DEMAIS MOTIVOS). OS DIAS VIRAM
      *     DESCONTO NO MOVPAG, SB / 30 POR DIA (MES INTEIRO = SB):
      *     EVENTO 108 QUANDO O FGTS NAO E DEVIDO (DOENCA E LICENCA
      *     NAO REMUNERADA) E 109 QUANDO CONTINUA SENDO (ACIDENTE,
      *     MATERNIDADE E SERVICO MILITAR) - E O QUE O CDF246 OLHA
      *     PARA TIRAR OU NAO OS DIAS DA BASE. SEM DIAS NO MES OS
      *     MOVIMENTOS SAO REMOVIDOS;
      *   - INSS E IRRF SAO REDERIVADOS SOBRE O SALARIO DOS DIAS
      *     PAGOS, COM AS FAIXAS DO CDF222, E O SL E RECALCULADO COM
      *     OS MOVIMENTOS DO MES. COMO QUALQUER MANUTENCAO DO CADASTRO
      *     RECALCULA OS IMPOSTOS SOBRE O SB CHEIO, ESTE PROGRAMA
      *     RODA POR ULTIMO, ANTES DA VALIDACAO DO CICLO (CDF232);
      *   - SITUACAO: PELA DATA DO DIA, QUEM ESTA DENTRO DE UM
      *     AFASTAMENTO PASSA A "F" E QUEM JA RETORNOU VOLTA A "A".
      *     RODANDO TODO DIA, A SITUACAO ACOMPANHA AS DATAS;
      *   - FERIAS (FERIAS.DAT): NOS PERIODOS AQUISITIVOS AINDA SEM
      *     GOZO, A LICENCA NAO REMUNERADA E O SERVICO MILITAR
      *     SUSPENDEM A CONTAGEM (O FIM DO PERIODO E ADIADO PELOS DIAS
      *     AFASTADOS) E MAIS DE 180 DIAS DE BENEFICIO DO INSS POR
      *     DOENCA/ACIDENTE DENTRO DO PERIODO ZERAM O DIREITO.
      *   TODA REGRAVACAO DO CADPAG SEGUE O PADRAO DO ALT-RW1 (LOG +
      *   HISTORICO) E O QUE FOI APLICADO SAI EM RELAFA.TXT.
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
       SELECT AFASTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AFA.
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
       SELECT FERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
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
       SELECT RELAFA ASSIGN TO DISK
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
       FD AFASTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFASTA.DAT".
           COPY AFAPAG.
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
       FD FERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIAS.DAT".
           COPY FERPAG.
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
       FD RELAFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAFA.TXT".
       01 REG-RELAFA                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-AFA         PIC X(02) VALUE "00".
       77 ST-ERRO-MOV         PIC X(02) VALUE "00".
       77 ST-ERRO-EVE         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-FER         PIC X(02) VALUE "00".
       77 ST-ERRO-LOG         PIC X(02) VALUE "00".
       77 ST-ERRO-HST         PIC X(02) VALUE "00".
       77 ST-ERRO-OPR         PIC X(02) VALUE "00".
       77 ST-ERRO-TRV         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-OPERADOR          PIC X(08) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TEM-FER           PIC X(01) VALUE "N".
           88 TEM-FERIAS            VALUE "S".
       77 W-FIM-FER           PIC X(01) VALUE "N".
           88 FIM-FERIAS            VALUE "S".
       77 W-FIM-AFA           PIC X(01) VALUE "N".
           88 FIM-AFASTA            VALUE "S".
       77 W-QTD-LIDOS         PIC 9(06) VALUE ZEROS.
       77 W-QTD-COM-AFA       PIC 9(06) VALUE ZEROS.
       77 W-QTD-DESCONTO      PIC 9(06) VALUE ZEROS.
       77 W-QTD-SITUACAO      PIC 9(06) VALUE ZEROS.
       77 W-QTD-FERIAS        PIC 9(06) VALUE ZEROS.
       77 W-TOT-DESCONTO      PIC 9(13) VALUE ZEROS.
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
      *----[ DIAS E VALORES DO AFASTAMENTO NA COMPETENCIA ]------------
       77 EVT-AFAST-SEM-FGTS  PIC 9(03) VALUE 108.
       77 EVT-AFAST-COM-FGTS  PIC 9(03) VALUE 109.
       77 W-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77 W-DIAS-SEM-FGTS     PIC 9(03) VALUE ZEROS.
       77 W-DIAS-COM-FGTS     PIC 9(03) VALUE ZEROS.
       77 W-DIAS-TOTAL        PIC 9(03) VALUE ZEROS.
       77 W-VLR-SEM-FGTS      PIC 9(08) VALUE ZEROS.
       77 W-VLR-COM-FGTS      PIC 9(08) VALUE ZEROS.
       77 W-BASE-CALC         PIC 9(08) VALUE ZEROS.
       77 W-AFASTADO-HOJE     PIC X(01) VALUE "N".
           88 AFASTADO-HOJE         VALUE "S".
       77 W-SIT-ANTES         PIC X(01) VALUE SPACES.
       77 W-MES-INI-SER       PIC 9(07) VALUE ZEROS.
       77 W-MES-FIM-SER       PIC 9(07) VALUE ZEROS.
       77 W-HOJE-SER          PIC 9(07) VALUE ZEROS.
      *----[ AFASTAMENTOS DA COD EM DIAS CORRIDOS - VER 9100 ]---------
      *    INI/FIM: PRIMEIRO E ULTIMO DIA AFASTADO (EM ABERTO = 9999999)
      *    BENEF: PRIMEIRO DIA QUE A EMPRESA NAO PAGA (INICIO DO
      *    BENEFICIO DO INSS OU, SEM BENEFICIO, O PROPRIO INICIO).
       77 W-QTD-AFA           PIC 9(02) VALUE ZEROS.
       77 W-IX                PIC 9(02) VALUE ZEROS.
       77 MAX-AFA             PIC 9(02) VALUE 30.
       77 DIAS-EMPRESA        PIC 9(02) VALUE 15.
       77 LIM-DIAS-INSS-FER   PIC 9(03) VALUE 180.
       01 TB-AFASTAMENTOS.
           03 TB-AFA OCCURS 30 TIMES.
               05 TB-AFA-MOTIVO   PIC X(01).
               05 TB-AFA-INI      PIC 9(07).
               05 TB-AFA-FIM      PIC 9(07).
               05 TB-AFA-BENEF    PIC 9(07).
      *----[ DIAS EM COMUM ENTRE UM AFASTAMENTO E UMA JANELA ]---------
       77 W-INT-INI           PIC 9(07) VALUE ZEROS.
       77 W-INT-FIM           PIC 9(07) VALUE ZEROS.
       77 W-JAN-INI           PIC 9(07) VALUE ZEROS.
       77 W-JAN-FIM           PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SOBREP       PIC 9(07) VALUE ZEROS.
      *----[ AJUSTE DOS PERIODOS AQUISITIVOS DE FERIAS ]---------------
       77 W-PER-INI-SER       PIC 9(07) VALUE ZEROS.
       77 W-PER-FIM-SER       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SUSPENSOS    PIC 9(05) VALUE ZEROS.
       77 W-DIAS-INSS         PIC 9(05) VALUE ZEROS.
       77 W-FIM-ANTES         PIC 9(08) VALUE ZEROS.
       77 W-DIREITO-ANTES     PIC 9(02) VALUE ZEROS.
      *----[ CONVERSAO DATA <-> DIAS CORRIDOS (9100/9200) ]-------------
       01 W-DS-DATA.
           03 W-DS-ANO        PIC 9(04).
           03 W-DS-MES        PIC 9(02).
           03 W-DS-DIA        PIC 9(02).
       01 W-DS-DATA-NUM REDEFINES W-DS-DATA PIC 9(08).
       77 W-DS-SERIAL         PIC 9(07) VALUE ZEROS.
       77 W-DS-ALVO           PIC 9(07) VALUE ZEROS.
       77 W-DS-ANO-ANT        PIC 9(04) VALUE ZEROS.
       77 W-DS-QUOC           PIC 9(07) VALUE ZEROS.
       77 W-DS-RESTO          PIC 9(04) VALUE ZEROS.
       77 W-DS-DOY            PIC 9(03) VALUE ZEROS.
       77 W-DS-LIM            PIC 9(03) VALUE ZEROS.
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
      *----[ CALCULO DE INSS E IRRF - MESMAS FAIXAS DO CDF222 ]--------
       77 W-ABATIM-DP         PIC 9(08) VALUE ZEROS.
       77 W-BASE-IR           PIC S9(08) VALUE ZEROS.
      *----[ DESCONTO AUTOMATICO DE PENSAO ALIMENTICIA - VER PENPAG ]---
       77 ST-ERRO-PEN         PIC X(02) VALUE "00".
       77 W-TEM-PEN           PIC X(01) VALUE "N".
           88 TEM-PENSAO            VALUE "S".
       77 W-TOT-PENSAO        PIC 9(08) VALUE ZEROS.
       77 W-VALOR-PEN         PIC 9(08) VALUE ZEROS.
       77 EVT-PENSAO-ALIM     PIC 9(03) VALUE 105.
      *----[ DEDUCAO DE DEPENDENTES NO IRRF E SALARIO-FAMILIA ]--------
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-QTD-DEP-IR        PIC 9(02) VALUE ZEROS.
       77 W-QTD-DEP-SF        PIC 9(02) VALUE ZEROS.
       77 W-DEDUC-DEP         PIC 9(08) VALUE ZEROS.
       77 W-TOT-SALFAM        PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-14         PIC 9(06) VALUE ZEROS.
       77 VLR-DEDUC-DEPEND    PIC 9(08) VALUE 189.
       77 VLR-COTA-SALFAM     PIC 9(08) VALUE 62.
       77 LIM-SALFAM          PIC 9(08) VALUE 1819.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
      *----------[ TABELAS DE FAIXAS - MESMOS VALORES DO CDF222 ]-------
       01 TB-INSS.
           05 TB-INSS-FX OCCURS 4 TIMES INDEXED BY IX-INSS.
               10 TB-INSS-LIM     PIC 9(08).
               10 TB-INSS-ALIQ    PIC 9(02)V9(02).
               10 TB-INSS-DED     PIC 9(08).
       01 TB-IR.
           05 TB-IR-FX   OCCURS 4 TIMES INDEXED BY IX-IR.
               10 TB-IR-LIM       PIC 9(08).
               10 TB-IR-ALIQ      PIC 9(02)V9(02).
               10 TB-IR-DED       PIC 9(08).
       01 TB-DPGRP.
           05 TB-DP-FX   OCCURS 3 TIMES INDEXED BY IX-DPGRP.
               10 TB-DP-INI       PIC 9(03).
               10 TB-DP-FIM       PIC 9(03).
               10 TB-DP-ABAT      PIC 9(08).
      *
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 LN-CABEC1.
           05 FILLER          PIC X(48) VALUE
              "AFASTAMENTOS NA FOLHA DO MES - CDF250 - COMPET ".
           05 LN-CAB-COMPET   PIC 9(06).
           05 FILLER          PIC X(10) VALUE "  EMISSAO ".
           05 LN-CAB-DATA     PIC 9(08).
       01 LN-CABEC2.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(08) VALUE "COD".
           05 FILLER  PIC X(31) VALUE "NOME".
           05 FILLER  PIC X(10) VALUE "DIAS S/FG".
           05 FILLER  PIC X(14) VALUE "   VALOR 108".
           05 FILLER  PIC X(10) VALUE "DIAS C/FG".
           05 FILLER  PIC X(14) VALUE "   VALOR 109".
           05 FILLER  PIC X(10) VALUE "SITUACAO".
       01 LN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DET-COD      PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-NOME     PIC X(30).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-DIAS-108 PIC ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-VLR-108  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(05) VALUE SPACES.
           05 LN-DET-DIAS-109 PIC ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-VLR-109  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-SIT-ANT  PIC X(01).
           05 FILLER          PIC X(04) VALUE " -> ".
           05 LN-DET-SIT-NOVA PIC X(01).
       01 LN-FERIAS.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-FER-COD      PIC 9(06).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "FERIAS - ".
           05 LN-FER-PER-INI  PIC 9(08).
           05 FILLER          PIC X(14) VALUE " FIM DE       ".
           05 LN-FER-FIM-ANT  PIC 9(08).
           05 FILLER          PIC X(05) VALUE " P/ ".
           05 LN-FER-FIM-NOVO PIC 9(08).
           05 FILLER          PIC X(11) VALUE "  DIREITO ".
           05 LN-FER-DIR-ANT  PIC Z9.
           05 FILLER          PIC X(04) VALUE " -> ".
           05 LN-FER-DIR-NOVO PIC Z9.
       01 LN-TOTAIS.
           05 FILLER          PIC X(17) VALUE " COM AFASTAMENTO:".
           05 LN-TOT-AFA      PIC ZZZZZ9.
           05 FILLER          PIC X(15) VALUE "  COM DESCONTO:".
           05 LN-TOT-DSC      PIC ZZZZZ9.
           05 FILLER          PIC X(19) VALUE "  SITUACAO TROCADA:".
           05 LN-TOT-SIT      PIC ZZZZZ9.
           05 FILLER          PIC X(19) VALUE "  PERIODOS FERIAS:".
           05 LN-TOT-FER      PIC ZZZZZ9.
       01 LN-TOT-VALOR.
           05 FILLER          PIC X(37) VALUE
              " TOTAL DESCONTADO POR AFASTAMENTO: ".
           05 LN-TOT-VLR      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 1200-MONTA-TABELAS THRU 1200-MONTA-TABELAS-FIM
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "AFASTAMENTOS NA FOLHA DO MES - CDF250"
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
           PERFORM 1500-LIMITES-DO-MES THRU 1500-LIMITES-DO-MES-FIM
           OPEN INPUT AFASTA
           IF ST-ERRO-AFA NOT = "00"
              DISPLAY "*** NENHUM AFASTAMENTO REGISTRADO (AFASTA): "
                      ST-ERRO-AFA " ***"
              STOP RUN.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              CLOSE AFASTA
              STOP RUN.
           OPEN I-O MOVPAG
           IF ST-ERRO-MOV = "30" OR "35"
              OPEN OUTPUT MOVPAG
              CLOSE MOVPAG
              OPEN I-O MOVPAG.
           IF ST-ERRO-MOV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO MOVPAG: " ST-ERRO-MOV
              CLOSE AFASTA CADPAG
              STOP RUN.
           PERFORM 1400-GARANTE-EVENTOS THRU 1400-GARANTE-EVENTOS-FIM
      *    ARQUIVO OPCIONAL (VER CDF235): SEM ELE NAO HA PERIODO
      *    AQUISITIVO A AJUSTAR.
           OPEN I-O FERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-TEM-FER
           ELSE
              MOVE "N" TO W-TEM-FER.
      *    ARQUIVO OPCIONAL (VER CDF240): SEM ELE NAO HA DESCONTO DE
      *    PENSAO E O CALCULO DO LIQUIDO SEGUE COMO SEMPRE.
           OPEN INPUT PENSAO
           IF ST-ERRO-PEN = "00"
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA DEDUCAO POR
      *    DEPENDENTE NO IRRF NEM COTA DE SALARIO-FAMILIA.
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
              CLOSE AFASTA CADPAG MOVPAG
              STOP RUN.
           OPEN I-O CADPAGHIST
           IF ST-ERRO-HST = "30" OR "35"
              OPEN OUTPUT CADPAGHIST
              CLOSE CADPAGHIST
              OPEN I-O CADPAGHIST.
           IF ST-ERRO-HST NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG.HIST: "
                      ST-ERRO-HST
              CLOSE AFASTA CADPAG MOVPAG CADPAGLOG
              STOP RUN.
           OPEN OUTPUT RELAFA
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELAFA: " ST-ERRO-REL
              CLOSE AFASTA CADPAG MOVPAG CADPAGLOG CADPAGHIST
              STOP RUN.
           MOVE W-COMPET    TO LN-CAB-COMPET
           MOVE W-DATA-HOJE TO LN-CAB-DATA
           WRITE REG-RELAFA FROM LN-CABEC1
           WRITE REG-RELAFA FROM LN-CABEC2
           MOVE SPACES TO REG-RELAFA
           WRITE REG-RELAFA
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
      *----------[ TABELAS DE FAIXAS DE IMPOSTO - COMO NO CDF222 ]------
       1200-MONTA-TABELAS.
           MOVE 1459     TO TB-INSS-LIM(1)
           MOVE 7,50     TO TB-INSS-ALIQ(1)
           MOVE 0        TO TB-INSS-DED(1)
           MOVE 2603     TO TB-INSS-LIM(2)
           MOVE 9,00     TO TB-INSS-ALIQ(2)
           MOVE 11       TO TB-INSS-DED(2)
           MOVE 3903     TO TB-INSS-LIM(3)
           MOVE 12,00    TO TB-INSS-ALIQ(3)
           MOVE 87       TO TB-INSS-DED(3)
           MOVE 99999999 TO TB-INSS-LIM(4)
           MOVE 14,00    TO TB-INSS-ALIQ(4)
           MOVE 165      TO TB-INSS-DED(4)

           MOVE 2260     TO TB-IR-LIM(1)
           MOVE 0,00     TO TB-IR-ALIQ(1)
           MOVE 0        TO TB-IR-DED(1)
           MOVE 2827     TO TB-IR-LIM(2)
           MOVE 7,50     TO TB-IR-ALIQ(2)
           MOVE 170      TO TB-IR-DED(2)
           MOVE 3751     TO TB-IR-LIM(3)
           MOVE 15,00    TO TB-IR-ALIQ(3)
           MOVE 382      TO TB-IR-DED(3)
           MOVE 99999999 TO TB-IR-LIM(4)
           MOVE 27,50    TO TB-IR-ALIQ(4)
           MOVE 884      TO TB-IR-DED(4)

           MOVE 001 TO TB-DP-INI(1)
           MOVE 099 TO TB-DP-FIM(1)
           MOVE 0   TO TB-DP-ABAT(1)
           MOVE 100 TO TB-DP-INI(2)
           MOVE 199 TO TB-DP-FIM(2)
           MOVE 189  TO TB-DP-ABAT(2)
           MOVE 200 TO TB-DP-INI(3)
           MOVE 999 TO TB-DP-FIM(3)
           MOVE 95  TO TB-DP-ABAT(3).
       1200-MONTA-TABELAS-FIM.
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
      *----------[ GARANTE OS EVENTOS DE AFASTAMENTO ]------------------
      *    COMO O CDF245 FAZ COM O 107: SEM EVENTOS.DAT (CDF228 AINDA
      *    NAO RODOU) NADA E FEITO, A CARGA INICIAL JA TRAZ OS DOIS.
       1400-GARANTE-EVENTOS.
           OPEN I-O EVENTOS
           IF ST-ERRO-EVE NOT = "00"
              GO TO 1400-GARANTE-EVENTOS-FIM.
           MOVE EVT-AFAST-SEM-FGTS TO EVT-COD
           READ EVENTOS
           IF ST-ERRO-EVE NOT = "00" AND "02"
              MOVE EVT-AFAST-SEM-FGTS TO EVT-COD
              MOVE "AFASTAMENTO S/ FGTS" TO EVT-NOME
              MOVE "D" TO EVT-TIPO
              WRITE REGEVE.
           MOVE EVT-AFAST-COM-FGTS TO EVT-COD
           READ EVENTOS
           IF ST-ERRO-EVE NOT = "00" AND "02"
              MOVE EVT-AFAST-COM-FGTS TO EVT-COD
              MOVE "AFASTAMENTO C/ FGTS" TO EVT-NOME
              MOVE "D" TO EVT-TIPO
              WRITE REGEVE.
           CLOSE EVENTOS.
       1400-GARANTE-EVENTOS-FIM.
                EXIT.
      *
      *----------[ PRIMEIRO E ULTIMO DIA DA COMPETENCIA E DE HOJE ]-----
       1500-LIMITES-DO-MES.
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
           MOVE W-DATA-HOJE TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-HOJE-SER.
       1500-LIMITES-DO-MES-FIM.
                EXIT.
      *
      *----------[ LACO PRINCIPAL - UM FUNCIONARIO POR VEZ ]------------
      *    SO ENTRA QUEM TEM AFASTAMENTO REGISTRADO: PARA ELE OS
      *    DESCONTOS, OS IMPOSTOS E A SITUACAO SAO SEMPRE REFEITOS,
      *    O QUE TAMBEM DESFAZ O MES DE QUEM JA RETORNOU.
       2000-PROCESSA.
           ADD 1 TO W-QTD-LIDOS
           IF FUNC-DESLIGADO
              GO TO 2000-PROCESSA-PROX.
           PERFORM 2200-CARREGA-AFASTA THRU 2200-CARREGA-AFASTA-FIM
           IF W-QTD-AFA = ZEROS
              GO TO 2000-PROCESSA-PROX.
           ADD 1 TO W-QTD-COM-AFA
           MOVE REGPAG TO REGPAG-ANTES
           MOVE SITUACAO TO W-SIT-ANTES
           PERFORM 2300-APURA-MES THRU 2300-APURA-MES-FIM
           PERFORM 2400-GRAVA-MOVIMENTOS THRU
                   2400-GRAVA-MOVIMENTOS-FIM
           IF AFASTADO-HOJE AND FUNC-ATIVO
              MOVE "F" TO SITUACAO.
           IF NOT AFASTADO-HOJE AND FUNC-AFASTADO
              MOVE "A" TO SITUACAO.
           IF SITUACAO NOT = W-SIT-ANTES
              ADD 1 TO W-QTD-SITUACAO.
           PERFORM 2500-CALC-IMPOSTOS THRU 2500-CALC-IMPOSTOS-FIM
           PERFORM 2600-CALC-LIQUIDO THRU 2600-CALC-LIQUIDO-FIM
           IF REGPAG NOT = REGPAG-ANTES
              PERFORM 2700-REGRAVA-CADPAG THRU
                      2700-REGRAVA-CADPAG-FIM.
           IF W-DIAS-TOTAL > ZEROS OR SITUACAO NOT = W-SIT-ANTES
              PERFORM 2800-GRAVA-DETALHE THRU 2800-GRAVA-DETALHE-FIM.
           IF TEM-FERIAS
              PERFORM 2900-AJUSTA-FERIAS THRU 2900-AJUSTA-FERIAS-FIM.
       2000-PROCESSA-PROX.
           IF ST-ERRO NOT = "10"
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      *----------[ LEITURA SEQUENCIAL DO CADPAG PELA ORDEM DE COD ]-----
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
       2100-LE-CADPAG-FIM.
                EXIT.
      *
      *----------[ AFASTAMENTOS DA COD EM DIAS CORRIDOS ]---------------
       2200-CARREGA-AFASTA.
           MOVE ZEROS TO W-QTD-AFA
           MOVE "N" TO W-FIM-AFA
           MOVE COD   TO AFA-COD
           MOVE ZEROS TO AFA-DT-INI
           START AFASTA KEY IS NOT LESS THAN AFA-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-AFA
           END-START
           PERFORM 2250-LE-AFASTA THRU 2250-LE-AFASTA-FIM
              UNTIL FIM-AFASTA.
       2200-CARREGA-AFASTA-FIM.
                EXIT.
      *
      *----------[ UM AFASTAMENTO NA TABELA ]---------------------------
       2250-LE-AFASTA.
           READ AFASTA NEXT RECORD
              AT END MOVE "S" TO W-FIM-AFA
           END-READ
           IF FIM-AFASTA
              GO TO 2250-LE-AFASTA-FIM.
           IF AFA-COD NOT = COD
              MOVE "S" TO W-FIM-AFA
              GO TO 2250-LE-AFASTA-FIM.
           IF W-QTD-AFA = MAX-AFA
              DISPLAY "*** COD " COD " COM MAIS DE " MAX-AFA
                      " AFASTAMENTOS - DEMAIS IGNORADOS ***"
              MOVE "S" TO W-FIM-AFA
              GO TO 2250-LE-AFASTA-FIM.
           ADD 1 TO W-QTD-AFA
           MOVE AFA-MOTIVO TO TB-AFA-MOTIVO(W-QTD-AFA)
           MOVE AFA-DT-INI TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO TB-AFA-INI(W-QTD-AFA)
           IF AFA-DOENCA OR AFA-ACIDENTE
              COMPUTE TB-AFA-BENEF(W-QTD-AFA) =
                      W-DS-SERIAL + DIAS-EMPRESA
           ELSE
              MOVE W-DS-SERIAL TO TB-AFA-BENEF(W-QTD-AFA).
           IF AFA-DT-RETORNO = ZEROS
              MOVE 9999999 TO TB-AFA-FIM(W-QTD-AFA)
           ELSE
              MOVE AFA-DT-RETORNO TO W-DS-DATA-NUM
              PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
              COMPUTE TB-AFA-FIM(W-QTD-AFA) = W-DS-SERIAL - 1.
       2250-LE-AFASTA-FIM.
                EXIT.
      *
      *----------[ DIAS NAO PAGOS NO MES E SITUACAO DE HOJE ]-----------
       2300-APURA-MES.
           MOVE ZEROS TO W-DIAS-SEM-FGTS W-DIAS-COM-FGTS W-IX
           MOVE "N" TO W-AFASTADO-HOJE
           PERFORM 2350-APURA-AFASTAMENTO THRU
                   2350-APURA-AFASTAMENTO-FIM
              UNTIL W-IX = W-QTD-AFA
           COMPUTE W-DIAS-TOTAL = W-DIAS-SEM-FGTS + W-DIAS-COM-FGTS
           IF W-DIAS-TOTAL > W-DIAS-MES
              MOVE W-DIAS-MES TO W-DIAS-TOTAL.
       2300-APURA-MES-FIM.
                EXIT.
      *
      *----------[ UM AFASTAMENTO CONTRA O MES E CONTRA HOJE ]----------
      *    DOENCA E LICENCA NAO REMUNERADA NAO TEM FGTS NOS DIAS SEM
      *    SALARIO; ACIDENTE, MATERNIDADE E SERVICO MILITAR TEM.
       2350-APURA-AFASTAMENTO.
           ADD 1 TO W-IX
           IF TB-AFA-INI(W-IX) NOT > W-HOJE-SER
              AND TB-AFA-FIM(W-IX) NOT < W-HOJE-SER
              MOVE "S" TO W-AFASTADO-HOJE.
           MOVE TB-AFA-BENEF(W-IX) TO W-INT-INI
           MOVE TB-AFA-FIM(W-IX)   TO W-INT-FIM
           MOVE W-MES-INI-SER      TO W-JAN-INI
           MOVE W-MES-FIM-SER      TO W-JAN-FIM
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           IF TB-AFA-MOTIVO(W-IX) = "D" OR "N"
              ADD W-DIAS-SOBREP TO W-DIAS-SEM-FGTS
           ELSE
              ADD W-DIAS-SOBREP TO W-DIAS-COM-FGTS.
       2350-APURA-AFASTAMENTO-FIM.
                EXIT.
      *
      *----------[ DESCONTO DOS DIAS NAO PAGOS NO MOVPAG ]--------------
      *    SB / 30 POR DIA (MES COMERCIAL); AFASTADO O MES INTEIRO
      *    DESCONTA O SB TODO, REPARTIDO ENTRE OS DOIS EVENTOS.
       2400-GRAVA-MOVIMENTOS.
           MOVE ZEROS TO W-VLR-SEM-FGTS W-VLR-COM-FGTS
           IF W-DIAS-TOTAL < W-DIAS-MES
              COMPUTE W-VLR-SEM-FGTS ROUNDED =
                      SB * W-DIAS-SEM-FGTS / 30
              COMPUTE W-VLR-COM-FGTS ROUNDED =
                      SB * W-DIAS-COM-FGTS / 30
              GO TO 2400-GRAVA-MOVIMENTOS-SOMA.
           COMPUTE W-VLR-COM-FGTS ROUNDED =
                   SB * W-DIAS-COM-FGTS / W-DIAS-TOTAL
           IF W-VLR-COM-FGTS > SB
              MOVE SB TO W-VLR-COM-FGTS.
           COMPUTE W-VLR-SEM-FGTS = SB - W-VLR-COM-FGTS.
       2400-GRAVA-MOVIMENTOS-SOMA.
           IF W-DIAS-TOTAL = ZEROS
              MOVE ZEROS TO W-VLR-SEM-FGTS W-VLR-COM-FGTS.
           IF W-VLR-SEM-FGTS + W-VLR-COM-FGTS > ZEROS
              ADD 1 TO W-QTD-DESCONTO
              ADD W-VLR-SEM-FGTS TO W-TOT-DESCONTO
              ADD W-VLR-COM-FGTS TO W-TOT-DESCONTO.
           MOVE EVT-AFAST-SEM-FGTS TO MOV-EVENTO
           MOVE W-VLR-SEM-FGTS     TO MOV-VALOR
           PERFORM 2450-GRAVA-EVENTO THRU 2450-GRAVA-EVENTO-FIM
           MOVE EVT-AFAST-COM-FGTS TO MOV-EVENTO
           MOVE W-VLR-COM-FGTS     TO MOV-VALOR
           PERFORM 2450-GRAVA-EVENTO THRU 2450-GRAVA-EVENTO-FIM
           COMPUTE W-BASE-CALC = SB - W-VLR-SEM-FGTS - W-VLR-COM-FGTS.
       2400-GRAVA-MOVIMENTOS-FIM.
                EXIT.
      *
      *----------[ GRAVA OU REMOVE UM EVENTO DE AFASTAMENTO ]-----------
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
              MOVE "10" TO ST-ERRO.
       2450-GRAVA-EVENTO-FIM.
                EXIT.
      *
      *----------[ INSS E IRRF SOBRE O SALARIO DOS DIAS PAGOS ]---------
      *    MESMAS FAIXAS E DEDUCOES DO CALC-IMPOSTOS DO CDF222, COM A
      *    BASE W-BASE-CALC (SB MENOS OS DIAS NAO PAGOS) NO LUGAR DO SB.
       2500-CALC-IMPOSTOS.
           SET IX-INSS TO 1
           SEARCH TB-INSS-FX
               AT END SET IX-INSS TO 4
               WHEN W-BASE-CALC NOT > TB-INSS-LIM(IX-INSS)
                    CONTINUE
           END-SEARCH
           COMPUTE INSS ROUNDED =
               (W-BASE-CALC * TB-INSS-ALIQ(IX-INSS) / 100)
                - TB-INSS-DED(IX-INSS)
           IF INSS < 0
              MOVE 0 TO INSS.

           SET IX-DPGRP TO 1
           SEARCH TB-DP-FX
               AT END SET IX-DPGRP TO 1
               WHEN DP NOT < TB-DP-INI(IX-DPGRP)
                AND DP NOT > TB-DP-FIM(IX-DPGRP)
                    CONTINUE
           END-SEARCH
           MOVE TB-DP-ABAT(IX-DPGRP) TO W-ABATIM-DP

           PERFORM 2690-CONTA-DEPEND THRU 2690-CONTA-DEPEND-FIM
           COMPUTE W-DEDUC-DEP = W-QTD-DEP-IR * VLR-DEDUC-DEPEND
           COMPUTE W-BASE-IR = W-BASE-CALC - INSS - W-ABATIM-DP
                             - W-DEDUC-DEP
           IF W-BASE-IR < 0
              MOVE 0 TO W-BASE-IR.

           SET IX-IR TO 1
           SEARCH TB-IR-FX
               AT END SET IX-IR TO 4
               WHEN W-BASE-IR NOT > TB-IR-LIM(IX-IR)
                    CONTINUE
           END-SEARCH
           COMPUTE IR ROUNDED =
               (W-BASE-IR * TB-IR-ALIQ(IX-IR) / 100) - TB-IR-DED(IX-IR)
           IF IR < 0
              MOVE 0 TO IR.
       2500-CALC-IMPOSTOS-FIM.
                EXIT.
      *
      *----------[ LIQUIDO COM OS MOVIMENTOS DO MES - VER CDF228 ]------
      *    OS DESCONTOS DE AFASTAMENTO (108/109) ACABARAM DE SER
      *    GRAVADOS E ENTRAM NA SOMA COMO QUALQUER OUTRO DESCONTO.
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
           MOVE W-SL-CALC TO SL.
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
      *----------[ LINHA DO FUNCIONARIO NO RELATORIO ]------------------
       2800-GRAVA-DETALHE.
           MOVE COD             TO LN-DET-COD
           MOVE NOME            TO LN-DET-NOME
           MOVE W-DIAS-SEM-FGTS TO LN-DET-DIAS-108
           MOVE W-VLR-SEM-FGTS  TO LN-DET-VLR-108
           MOVE W-DIAS-COM-FGTS TO LN-DET-DIAS-109
           MOVE W-VLR-COM-FGTS  TO LN-DET-VLR-109
           MOVE W-SIT-ANTES     TO LN-DET-SIT-ANT
           MOVE SITUACAO        TO LN-DET-SIT-NOVA
           WRITE REG-RELAFA FROM LN-DETALHE.
       2800-GRAVA-DETALHE-FIM.
                EXIT.
      *
      *----------[ PERIODOS AQUISITIVOS DE FERIAS DA COD ]--------------
      *    SO PERIODO AINDA SEM NENHUM DIA GOZADO E AJUSTADO: DEPOIS
      *    DO PRIMEIRO GOZO O PERIODO JA FOI RECONHECIDO E FICA COMO
      *    ESTA. O FIM E SEMPRE REFEITO A PARTIR DO INICIO, ENTAO
      *    RODAR DE NOVO NAO ADIA DUAS VEZES.
       2900-AJUSTA-FERIAS.
           MOVE "N" TO W-FIM-FER
           MOVE COD   TO FER-COD
           MOVE ZEROS TO FER-PER-INI
           START FERIAS KEY IS NOT LESS THAN FER-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-FER
           END-START
           PERFORM 2950-AJUSTA-PERIODO THRU 2950-AJUSTA-PERIODO-FIM
              UNTIL FIM-FERIAS.
       2900-AJUSTA-FERIAS-FIM.
                EXIT.
      *
      *----------[ FIM E DIREITO DE UM PERIODO AQUISITIVO ]-------------
      *    FIM NORMAL: VESPERA DO ANIVERSARIO DO INICIO, CALCULADA
      *    COMO NO CDF235 (FEVEREIRO COM 28 DIAS), MAIS OS DIAS
      *    DE SUSPENSAO (LICENCA NAO REMUNERADA E SERVICO MILITAR).
      *    DIREITO: 30 DIAS, OU ZERO QUANDO O BENEFICIO DO INSS POR
      *    DOENCA/ACIDENTE PASSA DE 180 DIAS DENTRO DO PERIODO.
       2950-AJUSTA-PERIODO.
           READ FERIAS NEXT RECORD
              AT END MOVE "S" TO W-FIM-FER
           END-READ
           IF FIM-FERIAS
              GO TO 2950-AJUSTA-PERIODO-FIM.
           IF FER-COD NOT = COD
              MOVE "S" TO W-FIM-FER
              GO TO 2950-AJUSTA-PERIODO-FIM.
           IF FER-PAGA OR FER-DIAS-GOZADOS > ZEROS
              GO TO 2950-AJUSTA-PERIODO-FIM.
           IF FER-DIAS-DIREITO NOT = 30 AND FER-DIAS-DIREITO NOT = 0
              GO TO 2950-AJUSTA-PERIODO-FIM.
           MOVE FER-PER-FIM      TO W-FIM-ANTES
           MOVE FER-DIAS-DIREITO TO W-DIREITO-ANTES
           MOVE FER-PER-INI TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-PER-INI-SER
           ADD 1 TO W-DS-ANO
           PERFORM 9050-RETROCEDE-DIA THRU 9050-RETROCEDE-DIA-FIM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-PER-FIM-SER
           MOVE ZEROS TO W-DIAS-SUSPENSOS W-IX
           PERFORM 2960-SOMA-SUSPENSAO THRU 2960-SOMA-SUSPENSAO-FIM
              UNTIL W-IX = W-QTD-AFA
           ADD W-DIAS-SUSPENSOS TO W-PER-FIM-SER
           MOVE ZEROS TO W-DIAS-INSS W-IX
           PERFORM 2970-SOMA-INSS THRU 2970-SOMA-INSS-FIM
              UNTIL W-IX = W-QTD-AFA
           MOVE W-PER-FIM-SER TO W-DS-SERIAL
           PERFORM 9200-SERIAL-DATA THRU 9200-SERIAL-DATA-FIM
           MOVE W-DS-DATA-NUM TO FER-PER-FIM
           IF W-DIAS-INSS > LIM-DIAS-INSS-FER
              MOVE 0 TO FER-DIAS-DIREITO
           ELSE
              MOVE 30 TO FER-DIAS-DIREITO.
           IF FER-PER-FIM = W-FIM-ANTES
              AND FER-DIAS-DIREITO = W-DIREITO-ANTES
              GO TO 2950-AJUSTA-PERIODO-FIM.
           REWRITE REGFER
           IF ST-ERRO-FER NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO FERIAS: " ST-ERRO-FER
              GO TO 2950-AJUSTA-PERIODO-FIM.
           ADD 1 TO W-QTD-FERIAS
           MOVE FER-PER-INI      TO LN-FER-PER-INI
           MOVE W-FIM-ANTES      TO LN-FER-FIM-ANT
           MOVE FER-PER-FIM      TO LN-FER-FIM-NOVO
           MOVE W-DIREITO-ANTES  TO LN-FER-DIR-ANT
           MOVE FER-DIAS-DIREITO TO LN-FER-DIR-NOVO
           MOVE COD              TO LN-FER-COD
           WRITE REG-RELAFA FROM LN-FERIAS.
       2950-AJUSTA-PERIODO-FIM.
                EXIT.
      *
      *----------[ DIAS DE SUSPENSAO DENTRO DO PERIODO NORMAL ]---------
       2960-SOMA-SUSPENSAO.
           ADD 1 TO W-IX
           IF TB-AFA-MOTIVO(W-IX) NOT = "S" AND "N"
              GO TO 2960-SOMA-SUSPENSAO-FIM.
           MOVE TB-AFA-INI(W-IX) TO W-INT-INI
           MOVE TB-AFA-FIM(W-IX) TO W-INT-FIM
           MOVE W-PER-INI-SER    TO W-JAN-INI
           MOVE W-PER-FIM-SER    TO W-JAN-FIM
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           ADD W-DIAS-SOBREP TO W-DIAS-SUSPENSOS.
       2960-SOMA-SUSPENSAO-FIM.
                EXIT.
      *
      *----------[ DIAS DE BENEFICIO DO INSS DENTRO DO PERIODO ]--------
       2970-SOMA-INSS.
           ADD 1 TO W-IX
           IF TB-AFA-MOTIVO(W-IX) NOT = "D" AND "A"
              GO TO 2970-SOMA-INSS-FIM.
           MOVE TB-AFA-BENEF(W-IX) TO W-INT-INI
           MOVE TB-AFA-FIM(W-IX)   TO W-INT-FIM
           MOVE W-PER-INI-SER      TO W-JAN-INI
           MOVE W-PER-FIM-SER      TO W-JAN-FIM
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           ADD W-DIAS-SOBREP TO W-DIAS-INSS.
       2970-SOMA-INSS-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO DOS ARQUIVOS ]-------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-RELAFA
           WRITE REG-RELAFA
           MOVE W-QTD-COM-AFA  TO LN-TOT-AFA
           MOVE W-QTD-DESCONTO TO LN-TOT-DSC
           MOVE W-QTD-SITUACAO TO LN-TOT-SIT
           MOVE W-QTD-FERIAS   TO LN-TOT-FER
           WRITE REG-RELAFA FROM LN-TOTAIS
           MOVE W-TOT-DESCONTO TO LN-TOT-VLR
           WRITE REG-RELAFA FROM LN-TOT-VALOR
           DISPLAY "AFASTAMENTOS APLICADOS NA COMPETENCIA " W-COMPET
           DISPLAY "FUNCIONARIOS LIDOS: " W-QTD-LIDOS
           DISPLAY "COM AFASTAMENTO REGISTRADO: " W-QTD-COM-AFA
           DISPLAY "COM DESCONTO NO MES: " W-QTD-DESCONTO
           DISPLAY "SITUACAO TROCADA: " W-QTD-SITUACAO
           DISPLAY "PERIODOS DE FERIAS AJUSTADOS: " W-QTD-FERIAS
           DISPLAY "DETALHES EM RELAFA.TXT"
           IF TEM-FERIAS
              CLOSE FERIAS.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE AFASTA
           CLOSE CADPAG
           CLOSE MOVPAG
           CLOSE CADPAGLOG
           CLOSE CADPAGHIST
           CLOSE RELAFA.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ RECUA UM DIA W-DS-DATA - COMO O RETROCEDE-DIA ]------
      *    FEVEREIRO SEMPRE COM 28 DIAS, COMO O CDF235 GERA O FIM DO
      *    PERIODO AQUISITIVO.
       9050-RETROCEDE-DIA.
           IF W-DS-DIA > 1
              SUBTRACT 1 FROM W-DS-DIA
              GO TO 9050-RETROCEDE-DIA-FIM.
           IF W-DS-MES > 1
              SUBTRACT 1 FROM W-DS-MES
              MOVE TB-ULT-DIA(W-DS-MES) TO W-DS-DIA
              GO TO 9050-RETROCEDE-DIA-FIM.
           MOVE 12 TO W-DS-MES
           MOVE 31 TO W-DS-DIA
           SUBTRACT 1 FROM W-DS-ANO.
       9050-RETROCEDE-DIA-FIM.
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
      *----------[ DIAS CORRIDOS DE VOLTA PARA AAAAMMDD ]---------------
      *    ESTIMA O ANO E ACERTA PELO 1o DE JANEIRO; O MES SAI DA
      *    TABELA DE DIAS ACUMULADOS. ENTRA EM W-DS-SERIAL, SAI EM
      *    W-DS-DATA.
       9200-SERIAL-DATA.
           MOVE W-DS-SERIAL TO W-DS-ALVO
           COMPUTE W-DS-ANO = W-DS-ALVO * 400 / 146097 + 1
           MOVE 01 TO W-DS-MES W-DS-DIA.
       9200-ACERTA-ANO.
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           IF W-DS-SERIAL > W-DS-ALVO
              SUBTRACT 1 FROM W-DS-ANO
              GO TO 9200-ACERTA-ANO.
           ADD 1 TO W-DS-ANO
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           IF W-DS-SERIAL NOT > W-DS-ALVO
              GO TO 9200-ACERTA-ANO.
           SUBTRACT 1 FROM W-DS-ANO
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           COMPUTE W-DS-DOY = W-DS-ALVO - W-DS-SERIAL + 1
           PERFORM 9150-TESTA-BISSEXTO THRU 9150-TESTA-BISSEXTO-FIM
           MOVE 12 TO W-DS-MES.
       9200-ACHA-MES.
           MOVE TB-DIAS-ACUM(W-DS-MES) TO W-DS-LIM
           IF W-DS-MES > 2 AND ANO-BISSEXTO
              ADD 1 TO W-DS-LIM.
           IF W-DS-DOY NOT > W-DS-LIM
              SUBTRACT 1 FROM W-DS-MES
              GO TO 9200-ACHA-MES.
           COMPUTE W-DS-DIA = W-DS-DOY - W-DS-LIM
           MOVE W-DS-ALVO TO W-DS-SERIAL.
       9200-SERIAL-DATA-FIM.
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
