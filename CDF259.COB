       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF259.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    EXPORTACAO DE EVENTOS DO ESOCIAL - CDF259*
      ***********************************************
      *----------------------------------------------------------------
      *   GERA OS EVENTOS TRABALHISTAS DO ESOCIAL A PARTIR DO QUE JA
      *   EXISTE NOS ARQUIVOS DA FOLHA, NO LUGAR DA REDIGITACAO NO
      *   PORTAL, E CONTROLA O ENVIO EM ESOCIAL.DAT (VER ESOPAG):
      *   1) RETORNO: SE HOUVER ESOCRET.TXT (DEVOLVIDO PELO PROGRAMA DE
      *      TRANSMISSAO, UM DETALHE POR EVENTO), GRAVA O RECIBO DOS
      *      ACEITOS E A OCORRENCIA/MOTIVO DOS REJEITADOS;
      *   2) EVENTOS NAO PERIODICOS DESDE A ULTIMA RODADA:
      *      - ADMISSAO (2200) PELAS INCLUSOES DO CADPAG.LOG;
      *      - ALTERACAO CONTRATUAL (2206) PELA TROCA DE SB OU CG NO
      *        CADPAG.HIST E PELAS NOVAS VIGENCIAS DO LOTACAO.DAT;
      *      - DESLIGAMENTO (2299) PELAS RESCISOES DO CDF238;
      *   3) REMUNERACAO MENSAL (1200) POR COD DE CADA COMPETENCIA
      *      FECHADA DESDE A ULTIMA RODADA, DO CONGELADO FOLHAAAAAMM.DAT
      *      COM AS RUBRICAS DO MOVPAG;
      *   4) LOTE ESOCIAL.TXT SOMENTE COM OS EVENTOS AINDA NAO ENVIADOS
      *      OU REJEITADOS, E O RELATORIO RELESO.TXT COM OS PENDENTES
      *      (NO LOTE OU AGUARDANDO RETORNO) E OS REJEITADOS.
      *   O PONTO DA ULTIMA RODADA FICA EM ESOCIAL.CTL (DATA/HORA DO
      *   ULTIMO LOG E DO ULTIMO HISTORICO LIDOS, ULTIMA COMPETENCIA
      *   GERADA E A DATA DE INICIO NO ESOCIAL), GRAVADO SO NO FIM DA
      *   EXECUCAO: RODAR DE NOVO DEPOIS DE UMA QUEDA NAO DUPLICA
      *   EVENTO, PORQUE A CHAVE DO ESOCIAL.DAT JA EXISTE. O QUE
      *   ACONTECEU ANTES DO INICIO NO ESOCIAL JA FOI DIGITADO NO
      *   PORTAL E NUNCA VIRA EVENTO.
      *   CADA EVENTO SAI NO LOTE COM O NUMERO DO ENVIO E O RETORNO SO
      *   VALE PARA O ENVIO QUE ELE DEVOLVE: UM ESOCRET.TXT ANTIGO
      *   DEIXADO NO DIRETORIO NAO DESFAZ ACEITE NEM REABRE REENVIO.
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
       SELECT ESOCIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESO-CHAVE
                    FILE STATUS  IS ST-ERRO-ESO.
       SELECT CADPAGLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
       SELECT CADPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIST-CHAVE
                    FILE STATUS  IS ST-ERRO-HST.
       SELECT LOTACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
       SELECT RESCISAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAVE
                    FILE STATUS  IS ST-ERRO-RSC.
       SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-ANOMES
                    FILE STATUS  IS ST-ERRO-CMP.
       SELECT MOVPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
       SELECT RETESO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RET.
       SELECT LOTEESO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LTE.
       SELECT RELESO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
       SELECT CONTROLE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    O NOME FISICO FICA EM W-ARQ-CADPAG: CADPAG.DAT NOS EVENTOS
      *    NAO PERIODICOS E O CONGELADO FOLHAAAAAMM.DAT NA REMUNERACAO.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAG.
           COPY REGPAG.
       FD ESOCIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCIAL.DAT".
           COPY ESOPAG.
       FD CADPAGLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.LOG".
           COPY LOGPAG.
       FD CADPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.HIST".
           COPY HISTPAG.
       FD LOTACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
           COPY LOTPAG.
       FD RESCISAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESCISAO.DAT".
           COPY RSCPAG.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD MOVPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPAG.DAT".
           COPY MOVPAG.
       FD RETESO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCRET.TXT".
       01 REG-RETESO                 PIC X(240).
       FD LOTEESO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCIAL.TXT".
       01 REG-LOTEESO                PIC X(240).
       FD RELESO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESO.TXT".
       01 REG-RELESO                 PIC X(132).
       FD CONTROLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCIAL.CTL".
       01 REG-CONTROLE               PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-ESO         PIC X(02) VALUE "00".
       77 ST-ERRO-LOG         PIC X(02) VALUE "00".
       77 ST-ERRO-HST         PIC X(02) VALUE "00".
       77 ST-ERRO-LOT         PIC X(02) VALUE "00".
       77 ST-ERRO-RSC         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-MOV         PIC X(02) VALUE "00".
       77 ST-ERRO-RET         PIC X(02) VALUE "00".
       77 ST-ERRO-LTE         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 ST-ERRO-CTL         PIC X(02) VALUE "00".
       77 W-ARQ-CADPAG        PIC X(20) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-HORA-TMP          PIC X(08) VALUE SPACES.
       77 W-TEM-RET           PIC X(01) VALUE "N".
           88 TEM-RETORNO           VALUE "S".
       77 W-TEM-MOV           PIC X(01) VALUE "N".
           88 TEM-MOVPAG            VALUE "S".
       77 W-TEM-CMP           PIC X(01) VALUE "N".
           88 TEM-COMPET            VALUE "S".
       77 W-GRAVOU            PIC X(01) VALUE "N".
           88 EVENTO-GRAVADO        VALUE "S".
       77 W-FIM-ARQ           PIC X(01) VALUE "N".
           88 FIM-ARQUIVO           VALUE "S".
       77 W-FIM-MOV           PIC X(01) VALUE "N".
           88 FIM-MOVPAG            VALUE "S".
       77 W-ACHOU-CAD         PIC X(01) VALUE "N".
           88 ACHOU-CADASTRO        VALUE "S".
       77 W-DATA-8            PIC 9(08) VALUE ZEROS.
       77 W-HORA-6            PIC 9(06) VALUE ZEROS.
       77 W-COMP-LCT          PIC 9(06) VALUE ZEROS.
       01 W-COMPET-INICIAL.
           05 W-COMP-INICIAL  PIC 9(06) VALUE ZEROS.
           05 FILLER REDEFINES W-COMP-INICIAL.
               10 W-INI-ANO   PIC 9(04).
               10 W-INI-MES   PIC 9(02).
       77 W-MOV-PROV          PIC 9(10) VALUE ZEROS.
       77 W-MOV-DESC          PIC 9(10) VALUE ZEROS.
       77 W-ESO-NOVO          PIC X(285) VALUE SPACES.
      *----[ PONTO DA ULTIMA RODADA - ESOCIAL.CTL ]---------------------
      *    DATA/HORA NO FORMATO AAMMDDHHMMSS DO CADPAG.LOG E DO
      *    CADPAG.HIST; O QUE FOR IGUAL OU POSTERIOR E RELIDO.
      *    CTL-DATA-CORTE E O PRIMEIRO DIA DA COMPETENCIA INICIAL:
      *    VIGENCIA DE LOTACAO OU DESLIGAMENTO ANTERIOR NAO GERA EVENTO.
       01 CTL-IMAGEM.
           03 CTL-ULT-LOG     PIC X(12).
           03 CTL-ULT-HIST    PIC X(12).
           03 CTL-ULT-COMPET  PIC 9(06).
           03 CTL-DATA-RODADA PIC 9(08).
           03 CTL-HORA-RODADA PIC X(06).
           03 CTL-DATA-CORTE  PIC 9(08).
       77 W-TEM-CTL           PIC X(01) VALUE "N".
           88 TEM-CONTROLE          VALUE "S".
       77 W-CORTE-LOG         PIC 9(12) VALUE ZEROS.
       77 W-MAX-LOG           PIC X(12) VALUE SPACES.
       77 W-MAX-HIST          PIC X(12) VALUE SPACES.
       77 W-MAX-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-HIST-DATAHORA.
           03 W-HIST-DATA     PIC 9(06).
           03 W-HIST-HORA     PIC X(06).
      *----[ HISTORICO PENDENTE DE COMPARACAO NO CADPAG.HIST ]----------
       77 W-TEM-PEND          PIC X(01) VALUE "N".
           88 TEM-PENDENTE          VALUE "S".
       77 W-PEND-DATAHORA     PIC X(12) VALUE SPACES.
      *----[ VIGENCIA ANTERIOR NO LOTACAO.DAT ]-------------------------
       77 W-LOT-COD-ANT       PIC 9(06) VALUE ZEROS.
       77 W-LOT-DP-ANT        PIC 9(03) VALUE ZEROS.
      *----[ CONTADORES DA RODADA ]-------------------------------------
       77 W-QTD-RET-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-QTD-RET-ACEITOS   PIC 9(06) VALUE ZEROS.
       77 W-QTD-RET-REJ       PIC 9(06) VALUE ZEROS.
       77 W-QTD-RET-SEM-EVT   PIC 9(06) VALUE ZEROS.
       77 W-QTD-RET-JA-PROC   PIC 9(06) VALUE ZEROS.
       77 W-GER-ADMISSAO      PIC 9(06) VALUE ZEROS.
       77 W-GER-ALTERACAO     PIC 9(06) VALUE ZEROS.
       77 W-GER-DESLIG        PIC 9(06) VALUE ZEROS.
       77 W-GER-REMUN         PIC 9(06) VALUE ZEROS.
       77 W-QTD-CANCELADOS    PIC 9(06) VALUE ZEROS.
       77 W-QTD-RECALC        PIC 9(06) VALUE ZEROS.
       77 W-QTD-RETIFICAR     PIC 9(06) VALUE ZEROS.
       77 W-QTD-COMPET        PIC 9(03) VALUE ZEROS.
       77 W-QTD-LOTE-NOVOS    PIC 9(06) VALUE ZEROS.
       77 W-QTD-LOTE-REENVIO  PIC 9(06) VALUE ZEROS.
       77 W-QTD-AGUARDANDO    PIC 9(06) VALUE ZEROS.
       77 W-QTD-LINHAS-LOTE   PIC 9(06) VALUE ZEROS.
       77 W-SITUACAO-REL      PIC X(20) VALUE SPACES.
      *
      *----------[ IMAGENS DECODIFICADAS DO CADPAG (VER CDF231) ]-------
      *    MESMO LAYOUT DO REGPAG: ANT-REG E O ANTES DE UMA ALTERACAO,
      *    DEP-REG O DEPOIS (OU A INCLUSAO DO LOG).
       01 ANT-REG.
           03 ANT-COD             PIC 9(06).
           03 ANT-NOME            PIC X(30).
           03 ANT-SB              PIC 9(08).
           03 ANT-DP              PIC 9(03).
           03 ANT-CG              PIC X(20).
           03 ANT-IR              PIC 9(08).
           03 ANT-INSS            PIC 9(08).
           03 ANT-SL              PIC 9(08).
           03 ANT-BANCO           PIC 9(03).
           03 ANT-AGENCIA         PIC 9(05).
           03 ANT-CONTA           PIC 9(10).
           03 ANT-CONTA-DAC       PIC X(01).
           03 ANT-DT-ADMISSAO     PIC 9(08).
           03 ANT-DT-DESLIG       PIC 9(08).
           03 ANT-SITUACAO        PIC X(01).
       01 DEP-REG.
           03 DEP-COD             PIC 9(06).
           03 DEP-NOME            PIC X(30).
           03 DEP-SB              PIC 9(08).
           03 DEP-DP              PIC 9(03).
           03 DEP-CG              PIC X(20).
           03 DEP-IR              PIC 9(08).
           03 DEP-INSS            PIC 9(08).
           03 DEP-SL              PIC 9(08).
           03 DEP-BANCO           PIC 9(03).
           03 DEP-AGENCIA         PIC 9(05).
           03 DEP-CONTA           PIC 9(10).
           03 DEP-CONTA-DAC       PIC X(01).
           03 DEP-DT-ADMISSAO     PIC 9(08).
           03 DEP-DT-DESLIG       PIC 9(08).
           03 DEP-SITUACAO        PIC X(01).
      *
      *----------[ DETALHE DO RETORNO DO ESOCIAL (TIPO 1) ]-------------
       01 RET-DETALHE.
           05 RET-TIPO          PIC X(01).
           05 RET-EVENTO        PIC X(04).
           05 RET-COD           PIC 9(06).
           05 RET-REFERENCIA    PIC 9(14).
           05 RET-SITUACAO      PIC X(01).
               88 RET-ACEITO          VALUE "A".
               88 RET-REJEITADO       VALUE "R".
           05 RET-RECIBO        PIC X(23).
           05 RET-OCORR         PIC X(04).
           05 RET-MOTIVO        PIC X(60).
           05 RET-ENVIO         PIC 9(02).
           05 FILLER            PIC X(125).
      *
      *----------[ HEADER DO LOTE (TIPO 0) ]----------------------------
       01 LTE-HEADER.
           05 LTE-HD-TIPO       PIC X(01) VALUE "0".
           05 LTE-HD-EMPRESA    PIC X(30) VALUE
              "SANTINI SOLUTIONS FOLHA PGTO".
           05 LTE-HD-DATA-GER   PIC 9(08).
           05 LTE-HD-HORA-GER   PIC X(06).
           05 FILLER            PIC X(195) VALUE SPACES.
      *
      *----------[ EVENTO DO LOTE (TIPO 1) ]----------------------------
       01 LTE-EVENTO.
           05 LTE-EV-TIPO       PIC X(01) VALUE "1".
           05 LTE-EV-EVENTO     PIC X(04).
           05 LTE-EV-COD        PIC 9(06).
           05 LTE-EV-REFERENCIA PIC 9(14).
           05 LTE-EV-REENVIO    PIC X(01).
           05 LTE-EV-NOME       PIC X(30).
           05 LTE-EV-DT-EVENTO  PIC 9(08).
           05 LTE-EV-DP         PIC 9(03).
           05 LTE-EV-CG         PIC X(20).
           05 LTE-EV-SB         PIC 9(08).
           05 LTE-EV-DP-ANT     PIC 9(03).
           05 LTE-EV-CG-ANT     PIC X(20).
           05 LTE-EV-SB-ANT     PIC 9(08).
           05 LTE-EV-TOT-PROV   PIC 9(10).
           05 LTE-EV-TOT-DESC   PIC 9(10).
           05 LTE-EV-INSS       PIC 9(08).
           05 LTE-EV-IR         PIC 9(08).
           05 LTE-EV-LIQUIDO    PIC 9(10).
           05 LTE-EV-ENVIO      PIC 9(02).
           05 FILLER            PIC X(66) VALUE SPACES.
      *
      *----------[ RUBRICA DA REMUNERACAO (TIPO 2) ]--------------------
      *    SBAS = SALARIO BASE, INSS, IRRF E "E" + CODIGO DO EVENTO DO
      *    MOVPAG (EVENTOS.DAT) PARA OS MOVIMENTOS DO MES.
       01 LTE-RUBRICA.
           05 LTE-RB-TIPO       PIC X(01) VALUE "2".
           05 LTE-RB-EVENTO     PIC X(04).
           05 LTE-RB-COD        PIC 9(06).
           05 LTE-RB-REFERENCIA PIC 9(14).
           05 LTE-RB-RUBRICA    PIC X(04).
           05 LTE-RB-NATUREZA   PIC X(01).
           05 LTE-RB-VALOR      PIC 9(10).
           05 FILLER            PIC X(200) VALUE SPACES.
       01 W-RUB-MOVIMENTO.
           05 FILLER            PIC X(01) VALUE "E".
           05 W-RUB-EVENTO      PIC 9(03).
      *
      *----------[ TRAILER DO LOTE (TIPO 9) ]---------------------------
       01 LTE-TRAILER.
           05 LTE-TR-TIPO       PIC X(01) VALUE "9".
           05 LTE-TR-QTD-EVT    PIC 9(06).
           05 LTE-TR-QTD-LIN    PIC 9(06).
           05 FILLER            PIC X(227) VALUE SPACES.
      *
      *----------[ LINHAS DO RELATORIO DE PENDENTES E REJEITADOS ]------
       01 LN-CABEC1.
           05 FILLER  PIC X(60) VALUE
              "EVENTOS PENDENTES E REJEITADOS DO ESOCIAL - CDF259".
           05 FILLER  PIC X(08) VALUE "EMISSAO ".
           05 LN-CAB-DATA     PIC 9(08).
           05 FILLER  PIC X(56) VALUE SPACES.
       01 LN-CABEC2.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(06) VALUE "EVENTO".
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(06) VALUE "COD".
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(30) VALUE "NOME".
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(08) VALUE "DATA".
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(20) VALUE "SITUACAO".
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(03) VALUE "ENV".
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(04) VALUE "OCOR".
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(41) VALUE "MOTIVO DA REJEICAO".
       01 LN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-EVENTO       PIC X(04).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LN-COD          PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-NOME         PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DATA         PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-SITUACAO     PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-ENVIOS       PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-OCORR        PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-MOTIVO       PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACES.
       01 LN-RESUMO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-RES-DESC     PIC X(50).
           05 LN-RES-QTD      PIC ZZZZZ9.
           05 FILLER          PIC X(75) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM
           IF TEM-RETORNO
              PERFORM 2000-RETORNO THRU 2000-RETORNO-FIM
                 UNTIL ST-ERRO-RET = "10".
           PERFORM 3000-EVENTOS-LOG THRU 3000-EVENTOS-LOG-FIM
           PERFORM 4000-EVENTOS-HIST THRU 4000-EVENTOS-HIST-FIM
           PERFORM 5000-EVENTOS-LOTACAO THRU 5000-EVENTOS-LOTACAO-FIM
           PERFORM 6000-EVENTOS-RESCISAO THRU
                   6000-EVENTOS-RESCISAO-FIM
           PERFORM 7000-EVENTOS-FOLHA THRU 7000-EVENTOS-FOLHA-FIM
           PERFORM 8000-LOTE THRU 8000-LOTE-FIM
           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-FIM
           STOP RUN.
      *
      *----------[ PONTO DA ULTIMA RODADA E ABERTURA DOS ARQUIVOS ]-----
       1000-INICIALIZA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA-TMP FROM TIME
           PERFORM 1100-LE-CONTROLE THRU 1100-LE-CONTROLE-FIM
           MOVE CTL-ULT-LOG    TO W-MAX-LOG
           MOVE CTL-ULT-HIST   TO W-MAX-HIST
           MOVE CTL-ULT-COMPET TO W-MAX-COMPET
           OPEN I-O ESOCIAL
           IF ST-ERRO-ESO = "30" OR "35"
              OPEN OUTPUT ESOCIAL
              CLOSE ESOCIAL
              OPEN I-O ESOCIAL.
           IF ST-ERRO-ESO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
           MOVE "CADPAG.DAT" TO W-ARQ-CADPAG
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              CLOSE ESOCIAL
              STOP RUN.
      *    SEM COMPET.DAT NAO HA COMPETENCIA FECHADA PARA A 1200; SEM
      *    MOVPAG A REMUNERACAO SAI SO COM SALARIO BASE, INSS E IRRF.
           OPEN INPUT COMPET
           IF ST-ERRO-CMP = "00"
              MOVE "S" TO W-TEM-CMP
           ELSE
              MOVE "N" TO W-TEM-CMP.
           OPEN INPUT MOVPAG
           IF ST-ERRO-MOV = "00"
              MOVE "S" TO W-TEM-MOV
           ELSE
              MOVE "N" TO W-TEM-MOV.
           OPEN INPUT RETESO
           IF ST-ERRO-RET = "00"
              MOVE "S" TO W-TEM-RET
              PERFORM 2100-LE-RETORNO THRU 2100-LE-RETORNO-FIM
           ELSE
              MOVE "N" TO W-TEM-RET.
           OPEN OUTPUT LOTEESO
           IF ST-ERRO-LTE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ESOCIAL.TXT: "
                      ST-ERRO-LTE
              CLOSE ESOCIAL CADPAG
              STOP RUN.
           OPEN OUTPUT RELESO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELESO: " ST-ERRO-REL
              CLOSE ESOCIAL CADPAG LOTEESO
              STOP RUN.
           MOVE W-DATA-HOJE      TO LTE-HD-DATA-GER
           MOVE W-HORA-TMP(1:6)  TO LTE-HD-HORA-GER
           WRITE REG-LOTEESO FROM LTE-HEADER
           MOVE W-DATA-HOJE TO LN-CAB-DATA
           WRITE REG-RELESO FROM LN-CABEC1
           MOVE SPACES TO REG-RELESO
           WRITE REG-RELESO
           WRITE REG-RELESO FROM LN-CABEC2
           MOVE SPACES TO REG-RELESO
           WRITE REG-RELESO.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ LEITURA DO ESOCIAL.CTL DA RODADA ANTERIOR ]----------
      *    SEM CONTROLE E A PRIMEIRA RODADA: O OPERADOR INFORMA A
      *    COMPETENCIA DE INICIO NO ESOCIAL. A REMUNERACAO COMECA NELA
      *    E OS EVENTOS NAO PERIODICOS NO PRIMEIRO DIA DELA (LOG E
      *    HISTORICO A PARTIR DE AAMM01000000, LOTACAO E RESCISAO PELA
      *    CTL-DATA-CORTE); O ANTERIOR JA ESTA NO PORTAL.
       1100-LE-CONTROLE.
           MOVE "N" TO W-TEM-CTL
           OPEN INPUT CONTROLE
           IF ST-ERRO-CTL NOT = "00"
              GO TO 1100-PRIMEIRA-RODADA.
           READ CONTROLE
           IF ST-ERRO-CTL NOT = "00"
              CLOSE CONTROLE
              GO TO 1100-PRIMEIRA-RODADA.
           MOVE REG-CONTROLE(1:52) TO CTL-IMAGEM
           CLOSE CONTROLE
           MOVE "S" TO W-TEM-CTL
           DISPLAY "ULTIMA RODADA: " CTL-DATA-RODADA " "
                   CTL-HORA-RODADA " - REMUNERACAO GERADA ATE "
                   CTL-ULT-COMPET
           GO TO 1100-LE-CONTROLE-FIM.
       1100-PRIMEIRA-RODADA.
           DISPLAY "PRIMEIRA RODADA - COMPETENCIA INICIAL DA"
                   " REMUNERACAO (AAAAMM):"
           ACCEPT W-COMP-INICIAL
           IF W-INI-ANO < 2000 OR W-INI-MES < 01 OR W-INI-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-COMP-INICIAL
              STOP RUN.
           COMPUTE CTL-DATA-CORTE = W-COMP-INICIAL * 100 + 1
           COMPUTE W-CORTE-LOG =
               ((W-COMP-INICIAL - 200000) * 100 + 1) * 1000000
           MOVE W-CORTE-LOG TO CTL-ULT-LOG CTL-ULT-HIST
           IF W-INI-MES = 01
              COMPUTE CTL-ULT-COMPET = W-COMP-INICIAL - 89
           ELSE
              COMPUTE CTL-ULT-COMPET = W-COMP-INICIAL - 1.
           MOVE ZEROS TO CTL-DATA-RODADA
           MOVE SPACES TO CTL-HORA-RODADA.
       1100-LE-CONTROLE-FIM.
                EXIT.
      *
      *----------[ RETORNO DO ESOCIAL: RECIBO OU REJEICAO ]-------------
       2000-RETORNO.
           MOVE REG-RETESO TO RET-DETALHE
           IF RET-TIPO NOT = "1"
              GO TO 2000-RETORNO-PROX.
           ADD 1 TO W-QTD-RET-LIDOS
           MOVE RET-EVENTO     TO ESO-EVENTO
           MOVE RET-COD        TO ESO-COD
           MOVE RET-REFERENCIA TO ESO-REFERENCIA
           READ ESOCIAL
           IF ST-ERRO-ESO NOT = "00" AND "02"
              DISPLAY "*** RETORNO SEM EVENTO NO CONTROLE: "
                      RET-EVENTO " COD " RET-COD " REF "
                      RET-REFERENCIA
              ADD 1 TO W-QTD-RET-SEM-EVT
              GO TO 2000-RETORNO-PROX.
      *    SO O EVENTO ENVIADO (E) ESPERA RETORNO, E SO O DO ULTIMO
      *    ENVIO: LINHA DE RETORNO JA APLICADA EM RODADA ANTERIOR (OU
      *    DE UM ENVIO JA SUPERADO POR REENVIO) E PULADA.
           IF NOT ESO-ENVIADO OR RET-ENVIO NOT = ESO-QTD-ENVIOS
              ADD 1 TO W-QTD-RET-JA-PROC
              GO TO 2000-RETORNO-PROX.
           IF RET-ACEITO
              MOVE "A"        TO ESO-SITUACAO
              MOVE RET-RECIBO TO ESO-RECIBO
              MOVE SPACES     TO ESO-OCORR ESO-MOTIVO
              ADD 1 TO W-QTD-RET-ACEITOS
              GO TO 2000-RETORNO-GRAVA.
           IF NOT RET-REJEITADO
              DISPLAY "*** SITUACAO DE RETORNO INVALIDA ("
                      RET-SITUACAO ") PARA " RET-EVENTO
                      " COD " RET-COD
              GO TO 2000-RETORNO-PROX.
           MOVE "R"        TO ESO-SITUACAO
           MOVE RET-OCORR  TO ESO-OCORR
           MOVE RET-MOTIVO TO ESO-MOTIVO
           ADD 1 TO W-QTD-RET-REJ.
       2000-RETORNO-GRAVA.
           MOVE W-DATA-HOJE TO ESO-DATA-RET
           REWRITE REGESO
           IF ST-ERRO-ESO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
       2000-RETORNO-PROX.
           PERFORM 2100-LE-RETORNO THRU 2100-LE-RETORNO-FIM.
       2000-RETORNO-FIM.
                EXIT.
      *
       2100-LE-RETORNO.
           READ RETESO AT END
                MOVE "10" TO ST-ERRO-RET.
       2100-LE-RETORNO-FIM.
                EXIT.
      *
      *----------[ ADMISSOES (2200) PELAS INCLUSOES DO CADPAG.LOG ]-----
       3000-EVENTOS-LOG.
           OPEN INPUT CADPAGLOG
           IF ST-ERRO-LOG NOT = "00"
              DISPLAY "*** SEM TRILHA CADPAG.LOG - ADMISSOES NAO"
                      " APURADAS ***"
              GO TO 3000-EVENTOS-LOG-FIM.
           MOVE "N" TO W-FIM-ARQ
           PERFORM 3100-LE-LOG THRU 3100-LE-LOG-FIM
           PERFORM 3200-TRATA-LOG THRU 3200-TRATA-LOG-FIM
              UNTIL FIM-ARQUIVO
           CLOSE CADPAGLOG.
       3000-EVENTOS-LOG-FIM.
                EXIT.
      *
       3100-LE-LOG.
           READ CADPAGLOG AT END
                MOVE "S" TO W-FIM-ARQ.
       3100-LE-LOG-FIM.
                EXIT.
      *
       3200-TRATA-LOG.
           IF LOG-DATAHORA(1:12) < CTL-ULT-LOG
              GO TO 3200-TRATA-PROX.
           IF LOG-DATAHORA(1:12) > W-MAX-LOG
              MOVE LOG-DATAHORA(1:12) TO W-MAX-LOG.
           IF LOG-INCLUSAO
              PERFORM 3300-ADMISSAO THRU 3300-ADMISSAO-FIM
              GO TO 3200-TRATA-PROX.
           IF LOG-EXCLUSAO
              PERFORM 3400-EXCLUSAO THRU 3400-EXCLUSAO-FIM.
       3200-TRATA-PROX.
           PERFORM 3100-LE-LOG THRU 3100-LE-LOG-FIM.
       3200-TRATA-LOG-FIM.
                EXIT.
      *
      *    A ADMISSAO SAI COM A IMAGEM GRAVADA NA INCLUSAO. COD QUE
      *    JA TEVE A ADMISSAO CANCELADA E FOI INCLUIDA DE NOVO COM A
      *    MESMA DATA REAPROVEITA O REGISTRO CANCELADO.
       3300-ADMISSAO.
           MOVE LOG-DEPOIS TO DEP-REG
           PERFORM 8800-LIMPA-EVENTO THRU 8800-LIMPA-EVENTO-FIM
           MOVE "2200"          TO ESO-EVENTO
           MOVE DEP-COD         TO ESO-COD
           COMPUTE ESO-REFERENCIA = DEP-DT-ADMISSAO * 1000000
           MOVE "L"             TO ESO-ORIGEM
           MOVE DEP-NOME        TO ESO-NOME
           MOVE DEP-DT-ADMISSAO TO ESO-DT-EVENTO
           MOVE DEP-DP          TO ESO-DP
           MOVE DEP-CG          TO ESO-CG
           MOVE DEP-SB          TO ESO-SB
           PERFORM 8900-GRAVA-EVENTO THRU 8900-GRAVA-EVENTO-FIM
           IF EVENTO-GRAVADO
              ADD 1 TO W-GER-ADMISSAO
              GO TO 3300-ADMISSAO-FIM.
           MOVE REGESO TO W-ESO-NOVO
           READ ESOCIAL
           IF ST-ERRO-ESO NOT = "00" AND "02"
              GO TO 3300-ADMISSAO-FIM.
           IF NOT ESO-CANCELADO
              GO TO 3300-ADMISSAO-FIM.
           MOVE W-ESO-NOVO TO REGESO
           REWRITE REGESO
           IF ST-ERRO-ESO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
           ADD 1 TO W-GER-ADMISSAO.
       3300-ADMISSAO-FIM.
                EXIT.
      *
      *    COD EXCLUIDA: A ADMISSAO AINDA NAO ENVIADA E CANCELADA; SE
      *    JA FOI ENVIADA, FICA O AVISO PARA TRATAR NO PORTAL.
       3400-EXCLUSAO.
           MOVE "2200"  TO ESO-EVENTO
           MOVE LOG-COD TO ESO-COD
           MOVE ZEROS   TO ESO-REFERENCIA
           START ESOCIAL KEY IS NOT LESS THAN ESO-CHAVE
              INVALID KEY GO TO 3400-EXCLUSAO-FIM
           END-START
           READ ESOCIAL NEXT RECORD
              AT END GO TO 3400-EXCLUSAO-FIM
           END-READ
           IF NOT ESO-ADMISSAO OR ESO-COD NOT = LOG-COD
              GO TO 3400-EXCLUSAO-FIM.
           IF ESO-ENVIADO OR ESO-ACEITO
              DISPLAY "*** COD " LOG-COD " EXCLUIDA COM A ADMISSAO"
                      " JA ENVIADA - TRATAR NO PORTAL ***"
              GO TO 3400-EXCLUSAO-FIM.
           IF NOT ESO-PENDENTE AND NOT ESO-REJEITADO
              GO TO 3400-EXCLUSAO-FIM.
           MOVE "C" TO ESO-SITUACAO
           REWRITE REGESO
           IF ST-ERRO-ESO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
           ADD 1 TO W-QTD-CANCELADOS.
       3400-EXCLUSAO-FIM.
                EXIT.
      *
      *----------[ ALTERACOES (2206) DE SB/CG PELO CADPAG.HIST ]--------
      *    O HISTORICO GUARDA SO O ANTES. O DEPOIS DE UMA ALTERACAO E
      *    O ANTES DA SEGUINTE DA MESMA COD (A CHAVE E COD + DATA +
      *    HORA) OU, NA ULTIMA, O CADPAG ATUAL. SO A MUDANCA DE SB OU
      *    DE CG E ALTERACAO CONTRATUAL; O RECALCULO DO LIQUIDO NAO.
       4000-EVENTOS-HIST.
           OPEN INPUT CADPAGHIST
           IF ST-ERRO-HST NOT = "00"
              DISPLAY "*** SEM HISTORICO CADPAG.HIST - ALTERACOES"
                      " SALARIAIS NAO APURADAS ***"
              GO TO 4000-EVENTOS-HIST-FIM.
           MOVE "N" TO W-TEM-PEND
           MOVE "N" TO W-FIM-ARQ
           PERFORM 4100-LE-HIST THRU 4100-LE-HIST-FIM
           PERFORM 4200-TRATA-HIST THRU 4200-TRATA-HIST-FIM
              UNTIL FIM-ARQUIVO
           IF TEM-PENDENTE
              PERFORM 4300-DEPOIS-DO-CADASTRO THRU
                      4300-DEPOIS-DO-CADASTRO-FIM
              PERFORM 4400-AVALIA-ALTERACAO THRU
                      4400-AVALIA-ALTERACAO-FIM.
           CLOSE CADPAGHIST.
       4000-EVENTOS-HIST-FIM.
                EXIT.
      *
       4100-LE-HIST.
           READ CADPAGHIST NEXT RECORD AT END
                MOVE "S" TO W-FIM-ARQ.
       4100-LE-HIST-FIM.
                EXIT.
      *
       4200-TRATA-HIST.
           IF NOT TEM-PENDENTE
              GO TO 4200-GUARDA-HIST.
           IF ANT-COD = HIST-COD
              MOVE HIST-REGPAG-ANTES TO DEP-REG
           ELSE
              PERFORM 4300-DEPOIS-DO-CADASTRO THRU
                      4300-DEPOIS-DO-CADASTRO-FIM.
           PERFORM 4400-AVALIA-ALTERACAO THRU
                   4400-AVALIA-ALTERACAO-FIM.
       4200-GUARDA-HIST.
           MOVE HIST-REGPAG-ANTES TO ANT-REG
           MOVE HIST-DATA-EFETIVA TO W-HIST-DATA
           MOVE HIST-HORA         TO W-HIST-HORA
           MOVE W-HIST-DATAHORA   TO W-PEND-DATAHORA
           MOVE "S" TO W-TEM-PEND
           PERFORM 4100-LE-HIST THRU 4100-LE-HIST-FIM.
       4200-TRATA-HIST-FIM.
                EXIT.
      *
      *    COD QUE NAO ESTA MAIS NO CADPAG FICA SEM O DEPOIS: NAO HA O
      *    QUE COMPARAR E A ALTERACAO NAO GERA EVENTO.
       4300-DEPOIS-DO-CADASTRO.
           MOVE ANT-COD TO COD
           READ CADPAG
           IF ST-ERRO = "00" OR "02"
              MOVE REGPAG TO DEP-REG
           ELSE
              MOVE ANT-REG TO DEP-REG.
       4300-DEPOIS-DO-CADASTRO-FIM.
                EXIT.
      *
       4400-AVALIA-ALTERACAO.
           IF W-PEND-DATAHORA < CTL-ULT-HIST
              GO TO 4400-AVALIA-ALTERACAO-FIM.
           IF W-PEND-DATAHORA > W-MAX-HIST
              MOVE W-PEND-DATAHORA TO W-MAX-HIST.
           IF ANT-SB = DEP-SB AND ANT-CG = DEP-CG
              GO TO 4400-AVALIA-ALTERACAO-FIM.
           MOVE W-PEND-DATAHORA TO W-HIST-DATAHORA
           COMPUTE W-DATA-8 = 20000000 + W-HIST-DATA
           MOVE W-HIST-HORA TO W-HORA-6
           PERFORM 8800-LIMPA-EVENTO THRU 8800-LIMPA-EVENTO-FIM
           MOVE "2206"   TO ESO-EVENTO
           MOVE ANT-COD  TO ESO-COD
           COMPUTE ESO-REFERENCIA = W-DATA-8 * 1000000 + W-HORA-6
           MOVE "H"      TO ESO-ORIGEM
           MOVE DEP-NOME TO ESO-NOME
           MOVE W-DATA-8 TO ESO-DT-EVENTO
           MOVE DEP-DP   TO ESO-DP
           MOVE DEP-CG   TO ESO-CG
           MOVE DEP-SB   TO ESO-SB
           MOVE ANT-DP   TO ESO-DP-ANT
           MOVE ANT-CG   TO ESO-CG-ANT
           MOVE ANT-SB   TO ESO-SB-ANT
           PERFORM 8900-GRAVA-EVENTO THRU 8900-GRAVA-EVENTO-FIM
           IF EVENTO-GRAVADO
              ADD 1 TO W-GER-ALTERACAO.
       4400-AVALIA-ALTERACAO-FIM.
                EXIT.
      *
      *----------[ ALTERACOES (2206) DE LOTACAO PELO LOTACAO.DAT ]------
      *    A PRIMEIRA VIGENCIA DA COD E A DA ADMISSAO; CADA VIGENCIA
      *    SEGUINTE EM OUTRO DP E UMA TRANSFERENCIA. O ARQUIVO NAO TEM
      *    DATA DE GRAVACAO: O QUE JA FOI GERADO E RECONHECIDO PELA
      *    CHAVE NO ESOCIAL.DAT.
       5000-EVENTOS-LOTACAO.
           OPEN INPUT LOTACAO
           IF ST-ERRO-LOT NOT = "00"
              DISPLAY "*** SEM LOTACAO.DAT - TRANSFERENCIAS NAO"
                      " APURADAS ***"
              GO TO 5000-EVENTOS-LOTACAO-FIM.
           MOVE ZEROS TO W-LOT-COD-ANT W-LOT-DP-ANT
           MOVE "N" TO W-FIM-ARQ
           PERFORM 5100-LE-LOTACAO THRU 5100-LE-LOTACAO-FIM
           PERFORM 5200-TRATA-LOTACAO THRU 5200-TRATA-LOTACAO-FIM
              UNTIL FIM-ARQUIVO
           CLOSE LOTACAO.
       5000-EVENTOS-LOTACAO-FIM.
                EXIT.
      *
       5100-LE-LOTACAO.
           READ LOTACAO NEXT RECORD AT END
                MOVE "S" TO W-FIM-ARQ.
       5100-LE-LOTACAO-FIM.
                EXIT.
      *
       5200-TRATA-LOTACAO.
           IF LOT-COD NOT = W-LOT-COD-ANT
              GO TO 5200-TRATA-PROX.
           IF LOT-DT-INI < CTL-DATA-CORTE
              GO TO 5200-TRATA-PROX.
           IF LOT-DP = W-LOT-DP-ANT
              GO TO 5200-TRATA-PROX.
           PERFORM 8800-LIMPA-EVENTO THRU 8800-LIMPA-EVENTO-FIM
           MOVE "2206"       TO ESO-EVENTO
           MOVE LOT-COD      TO ESO-COD
           COMPUTE ESO-REFERENCIA = LOT-DT-INI * 1000000
           MOVE "T"          TO ESO-ORIGEM
           MOVE LOT-DT-INI   TO ESO-DT-EVENTO
           MOVE LOT-DP       TO ESO-DP
           MOVE W-LOT-DP-ANT TO ESO-DP-ANT
           MOVE ZEROS        TO ESO-SB ESO-SB-ANT
           MOVE LOT-COD TO COD
           READ CADPAG
           IF ST-ERRO = "00" OR "02"
              MOVE NOME TO ESO-NOME
              MOVE CG   TO ESO-CG ESO-CG-ANT
              MOVE SB   TO ESO-SB ESO-SB-ANT.
           PERFORM 8900-GRAVA-EVENTO THRU 8900-GRAVA-EVENTO-FIM
           IF EVENTO-GRAVADO
              ADD 1 TO W-GER-ALTERACAO.
       5200-TRATA-PROX.
           MOVE LOT-COD TO W-LOT-COD-ANT
           MOVE LOT-DP  TO W-LOT-DP-ANT
           PERFORM 5100-LE-LOTACAO THRU 5100-LE-LOTACAO-FIM.
       5200-TRATA-LOTACAO-FIM.
                EXIT.
      *
      *----------[ DESLIGAMENTOS (2299) PELAS RESCISOES DO CDF238 ]-----
      *    RESCISAO RECALCULADA DEPOIS DE GERADA: SE O EVENTO AINDA NAO
      *    SAIU (OU VOLTOU REJEITADO) OS VALORES SAO ATUALIZADOS; SE JA
      *    FOI ENVIADO, FICA O AVISO PARA RETIFICAR NO PORTAL.
       6000-EVENTOS-RESCISAO.
           OPEN INPUT RESCISAO
           IF ST-ERRO-RSC NOT = "00"
              DISPLAY "*** SEM RESCISAO.DAT - DESLIGAMENTOS NAO"
                      " APURADOS ***"
              GO TO 6000-EVENTOS-RESCISAO-FIM.
           MOVE "N" TO W-FIM-ARQ
           PERFORM 6100-LE-RESCISAO THRU 6100-LE-RESCISAO-FIM
           PERFORM 6200-TRATA-RESCISAO THRU 6200-TRATA-RESCISAO-FIM
              UNTIL FIM-ARQUIVO
           CLOSE RESCISAO.
       6000-EVENTOS-RESCISAO-FIM.
                EXIT.
      *
       6100-LE-RESCISAO.
           READ RESCISAO NEXT RECORD AT END
                MOVE "S" TO W-FIM-ARQ.
       6100-LE-RESCISAO-FIM.
                EXIT.
      *
       6200-TRATA-RESCISAO.
           IF RSC-DT-DESLIG < CTL-DATA-CORTE
              GO TO 6200-TRATA-PROX.
           PERFORM 8800-LIMPA-EVENTO THRU 8800-LIMPA-EVENTO-FIM
           MOVE "2299"        TO ESO-EVENTO
           MOVE RSC-COD       TO ESO-COD
           COMPUTE ESO-REFERENCIA = RSC-DT-DESLIG * 1000000
           MOVE "R"           TO ESO-ORIGEM
           MOVE RSC-DT-DESLIG TO ESO-DT-EVENTO
           MOVE RSC-DP        TO ESO-DP ESO-DP-ANT
           MOVE ZEROS         TO ESO-SB ESO-SB-ANT
           MOVE RSC-COD TO COD
           READ CADPAG
           IF ST-ERRO = "00" OR "02"
              MOVE NOME TO ESO-NOME
              MOVE CG   TO ESO-CG ESO-CG-ANT
              MOVE SB   TO ESO-SB ESO-SB-ANT.
           PERFORM 6300-VALORES-RESCISAO THRU
                   6300-VALORES-RESCISAO-FIM
           PERFORM 8900-GRAVA-EVENTO THRU 8900-GRAVA-EVENTO-FIM
           IF EVENTO-GRAVADO
              ADD 1 TO W-GER-DESLIG
              GO TO 6200-TRATA-PROX.
           READ ESOCIAL
           IF ST-ERRO-ESO NOT = "00" AND "02"
              GO TO 6200-TRATA-PROX.
           IF RSC-TOT-PROV = ESO-TOT-PROV
              AND RSC-TOT-DESC = ESO-TOT-DESC
              AND RSC-LIQUIDO = ESO-LIQUIDO
              GO TO 6200-TRATA-PROX.
           IF ESO-ENVIADO OR ESO-ACEITO
              DISPLAY "*** RESCISAO DA COD " RSC-COD " RECALCULADA"
                      " APOS O ENVIO - RETIFICAR NO PORTAL ***"
              ADD 1 TO W-QTD-RETIFICAR
              GO TO 6200-TRATA-PROX.
           IF NOT ESO-PENDENTE AND NOT ESO-REJEITADO
              GO TO 6200-TRATA-PROX.
           PERFORM 6300-VALORES-RESCISAO THRU 6300-VALORES-RESCISAO-FIM
           REWRITE REGESO
           IF ST-ERRO-ESO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
           ADD 1 TO W-QTD-RECALC.
       6200-TRATA-PROX.
           PERFORM 6100-LE-RESCISAO THRU 6100-LE-RESCISAO-FIM.
       6200-TRATA-RESCISAO-FIM.
                EXIT.
      *
       6300-VALORES-RESCISAO.
           MOVE RSC-TOT-PROV TO ESO-TOT-PROV
           MOVE RSC-TOT-DESC TO ESO-TOT-DESC
           COMPUTE ESO-INSS = RSC-INSS + RSC-INSS-13
           COMPUTE ESO-IR   = RSC-IR + RSC-IR-13
           MOVE RSC-LIQUIDO  TO ESO-LIQUIDO.
       6300-VALORES-RESCISAO-FIM.
                EXIT.
      *
      *----------[ REMUNERACAO (1200) DAS COMPETENCIAS FECHADAS ]-------
      *    UMA 1200 POR COD NAO DESLIGADA DO CONGELADO; O DESLIGADO NO
      *    MES TEM AS VERBAS NA PROPRIA 2299. AFASTADO SEM SALARIO NEM
      *    PROVENTO NO MES (BENEFICIO PAGO PELO INSS) NAO GERA EVENTO.
       7000-EVENTOS-FOLHA.
           IF NOT TEM-COMPET
              DISPLAY "*** SEM COMPET.DAT - NENHUMA COMPETENCIA"
                      " FECHADA PARA A REMUNERACAO ***"
              GO TO 7000-EVENTOS-FOLHA-FIM.
           IF NOT TEM-MOVPAG
              DISPLAY "*** SEM MOVPAG.DAT - REMUNERACAO SO COM"
                      " SALARIO BASE, INSS E IRRF ***".
           CLOSE CADPAG
           MOVE CTL-ULT-COMPET TO CMP-ANOMES
           MOVE "N" TO W-FIM-ARQ
           START COMPET KEY IS GREATER THAN CMP-ANOMES
              INVALID KEY MOVE "S" TO W-FIM-ARQ
           END-START
           PERFORM 7100-COMPETENCIA THRU 7100-COMPETENCIA-FIM
              UNTIL FIM-ARQUIVO
           MOVE "CADPAG.DAT" TO W-ARQ-CADPAG
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA REABERTURA DO CADPAG: " ST-ERRO
              STOP RUN.
       7000-EVENTOS-FOLHA-FIM.
                EXIT.
      *
       7100-COMPETENCIA.
           READ COMPET NEXT RECORD
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ
           IF FIM-ARQUIVO
              GO TO 7100-COMPETENCIA-FIM.
           IF NOT CMP-FECHADA
              GO TO 7100-COMPETENCIA-FIM.
           MOVE CMP-ANOMES TO W-COMP-LCT
           MOVE SPACES TO W-ARQ-CADPAG
           STRING "FOLHA"     DELIMITED BY SIZE
                  W-COMP-LCT  DELIMITED BY SIZE
                  ".DAT"      DELIMITED BY SIZE
             INTO W-ARQ-CADPAG
           END-STRING
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** CONGELADO " W-ARQ-CADPAG " NAO ABRIU: "
                      ST-ERRO " - REMUNERACAO INTERROMPIDA ***"
              MOVE "S" TO W-FIM-ARQ
              GO TO 7100-COMPETENCIA-FIM.
           MOVE "00" TO ST-ERRO
           PERFORM 7200-LE-FOLHA THRU 7200-LE-FOLHA-FIM
           PERFORM 7300-REMUNERACAO THRU 7300-REMUNERACAO-FIM
              UNTIL ST-ERRO = "10"
           CLOSE CADPAG
           MOVE W-COMP-LCT TO W-MAX-COMPET
           ADD 1 TO W-QTD-COMPET.
       7100-COMPETENCIA-FIM.
                EXIT.
      *
       7200-LE-FOLHA.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
       7200-LE-FOLHA-FIM.
                EXIT.
      *
       7300-REMUNERACAO.
           IF FUNC-DESLIGADO
              GO TO 7300-REMUNERACAO-PROX.
           MOVE ZEROS TO W-MOV-PROV W-MOV-DESC
           IF TEM-MOVPAG
              PERFORM 7400-SOMA-MOVIMENTOS THRU
                      7400-SOMA-MOVIMENTOS-FIM.
           IF FUNC-AFASTADO AND SL = ZEROS AND W-MOV-PROV = ZEROS
              GO TO 7300-REMUNERACAO-PROX.
           PERFORM 8800-LIMPA-EVENTO THRU 8800-LIMPA-EVENTO-FIM
           MOVE "1200"     TO ESO-EVENTO
           MOVE COD        TO ESO-COD
           COMPUTE ESO-REFERENCIA = W-COMP-LCT * 100000000
           MOVE "F"        TO ESO-ORIGEM
           MOVE NOME       TO ESO-NOME
           COMPUTE ESO-DT-EVENTO = W-COMP-LCT * 100 + 1
           MOVE DP         TO ESO-DP ESO-DP-ANT
           MOVE CG         TO ESO-CG ESO-CG-ANT
           MOVE SB         TO ESO-SB ESO-SB-ANT
           COMPUTE ESO-TOT-PROV = SB + W-MOV-PROV
           COMPUTE ESO-TOT-DESC = W-MOV-DESC + INSS + IR
           MOVE INSS       TO ESO-INSS
           MOVE IR         TO ESO-IR
           MOVE SL         TO ESO-LIQUIDO
           PERFORM 8900-GRAVA-EVENTO THRU 8900-GRAVA-EVENTO-FIM
           IF EVENTO-GRAVADO
              ADD 1 TO W-GER-REMUN.
       7300-REMUNERACAO-PROX.
           PERFORM 7200-LE-FOLHA THRU 7200-LE-FOLHA-FIM.
       7300-REMUNERACAO-FIM.
                EXIT.
      *
      *----------[ PROVENTOS E DESCONTOS DO MOVPAG NA COMPETENCIA ]-----
       7400-SOMA-MOVIMENTOS.
           MOVE "N" TO W-FIM-MOV
           MOVE W-COMP-LCT TO MOV-COMPET
           MOVE COD        TO MOV-COD
           MOVE ZEROS      TO MOV-EVENTO
           START MOVPAG KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-MOV
           END-START
           PERFORM 7450-LE-MOVIMENTO THRU 7450-LE-MOVIMENTO-FIM
              UNTIL FIM-MOVPAG.
       7400-SOMA-MOVIMENTOS-FIM.
                EXIT.
      *
       7450-LE-MOVIMENTO.
           READ MOVPAG NEXT RECORD
              AT END MOVE "S" TO W-FIM-MOV
           END-READ
           IF FIM-MOVPAG
              GO TO 7450-LE-MOVIMENTO-FIM.
           IF MOV-COMPET NOT = W-COMP-LCT OR MOV-COD NOT = COD
              MOVE "S" TO W-FIM-MOV
              GO TO 7450-LE-MOVIMENTO-FIM.
           IF MOV-PROVENTO
              ADD MOV-VALOR TO W-MOV-PROV
           ELSE
              ADD MOV-VALOR TO W-MOV-DESC.
       7450-LE-MOVIMENTO-FIM.
                EXIT.
      *
      *----------[ LOTE DE ENVIO E RELATORIO DE PENDENTES ]-------------
      *    VAI NO LOTE SO O QUE AINDA NAO FOI ENVIADO (P) OU VOLTOU
      *    REJEITADO (R), QUE PASSA A "E" (AGUARDANDO RETORNO). O QUE
      *    JA ESTAVA ENVIADO DE LOTE ANTERIOR NAO E REENVIADO, SO
      *    LISTADO COMO PENDENTE DE RETORNO.
       8000-LOTE.
           MOVE LOW-VALUES TO ESO-CHAVE
           MOVE "N" TO W-FIM-ARQ
           START ESOCIAL KEY IS NOT LESS THAN ESO-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-ARQ
           END-START
           PERFORM 8100-EVENTO-LOTE THRU 8100-EVENTO-LOTE-FIM
              UNTIL FIM-ARQUIVO
           COMPUTE LTE-TR-QTD-EVT = W-QTD-LOTE-NOVOS
                                  + W-QTD-LOTE-REENVIO
           ADD 2 TO W-QTD-LINHAS-LOTE
           MOVE W-QTD-LINHAS-LOTE TO LTE-TR-QTD-LIN
           WRITE REG-LOTEESO FROM LTE-TRAILER.
       8000-LOTE-FIM.
                EXIT.
      *
       8100-EVENTO-LOTE.
           READ ESOCIAL NEXT RECORD
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ
           IF FIM-ARQUIVO
              GO TO 8100-EVENTO-LOTE-FIM.
           IF ESO-ENVIADO
              MOVE "AGUARDANDO RETORNO" TO W-SITUACAO-REL
              ADD 1 TO W-QTD-AGUARDANDO
              PERFORM 8500-LINHA-RELATORIO THRU
                      8500-LINHA-RELATORIO-FIM
              GO TO 8100-EVENTO-LOTE-FIM.
           IF NOT ESO-PENDENTE AND NOT ESO-REJEITADO
              GO TO 8100-EVENTO-LOTE-FIM.
           IF ESO-PENDENTE
              MOVE "N" TO LTE-EV-REENVIO
              MOVE "ENVIADO NESTE LOTE" TO W-SITUACAO-REL
              ADD 1 TO W-QTD-LOTE-NOVOS
              GO TO 8100-EVENTO-ENVIA.
           MOVE "S" TO LTE-EV-REENVIO
           MOVE "REJEITADO-REENVIADO" TO W-SITUACAO-REL
           ADD 1 TO W-QTD-LOTE-REENVIO
           IF ESO-ADMISSAO
              PERFORM 8300-ATUALIZA-ADMISSAO THRU
                      8300-ATUALIZA-ADMISSAO-FIM.
       8100-EVENTO-ENVIA.
           ADD 1 TO ESO-QTD-ENVIOS
           PERFORM 8200-GRAVA-LOTE THRU 8200-GRAVA-LOTE-FIM
           MOVE "E"         TO ESO-SITUACAO
           MOVE W-DATA-HOJE TO ESO-DATA-ENVIO
           REWRITE REGESO
           IF ST-ERRO-ESO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
           PERFORM 8500-LINHA-RELATORIO THRU 8500-LINHA-RELATORIO-FIM.
       8100-EVENTO-LOTE-FIM.
                EXIT.
      *
       8200-GRAVA-LOTE.
           MOVE ESO-EVENTO     TO LTE-EV-EVENTO
           MOVE ESO-COD        TO LTE-EV-COD
           MOVE ESO-REFERENCIA TO LTE-EV-REFERENCIA
           MOVE ESO-NOME       TO LTE-EV-NOME
           MOVE ESO-DT-EVENTO  TO LTE-EV-DT-EVENTO
           MOVE ESO-DP         TO LTE-EV-DP
           MOVE ESO-CG         TO LTE-EV-CG
           MOVE ESO-SB         TO LTE-EV-SB
           MOVE ESO-DP-ANT     TO LTE-EV-DP-ANT
           MOVE ESO-CG-ANT     TO LTE-EV-CG-ANT
           MOVE ESO-SB-ANT     TO LTE-EV-SB-ANT
           MOVE ESO-TOT-PROV   TO LTE-EV-TOT-PROV
           MOVE ESO-TOT-DESC   TO LTE-EV-TOT-DESC
           MOVE ESO-INSS       TO LTE-EV-INSS
           MOVE ESO-IR         TO LTE-EV-IR
           MOVE ESO-LIQUIDO    TO LTE-EV-LIQUIDO
           MOVE ESO-QTD-ENVIOS TO LTE-EV-ENVIO
           WRITE REG-LOTEESO FROM LTE-EVENTO
           ADD 1 TO W-QTD-LINHAS-LOTE
           IF ESO-REMUNERACAO
              PERFORM 8400-RUBRICAS THRU 8400-RUBRICAS-FIM.
       8200-GRAVA-LOTE-FIM.
                EXIT.
      *
      *    ADMISSAO REJEITADA SAI COM OS DADOS ATUAIS DO CADPAG, PARA
      *    QUE A CORRECAO FEITA NO CDF222 JA VALHA NO REENVIO (COMO A
      *    NOVA REMESSA DO CDF226).
       8300-ATUALIZA-ADMISSAO.
           MOVE ESO-COD TO COD
           READ CADPAG
           IF ST-ERRO NOT = "00" AND "02"
              GO TO 8300-ATUALIZA-ADMISSAO-FIM.
           MOVE NOME        TO ESO-NOME
           MOVE DT-ADMISSAO TO ESO-DT-EVENTO
           MOVE DP          TO ESO-DP
           MOVE CG          TO ESO-CG
           MOVE SB          TO ESO-SB.
       8300-ATUALIZA-ADMISSAO-FIM.
                EXIT.
      *
      *----------[ RUBRICAS DA 1200: SALARIO, MOVIMENTOS, INSS, IRRF ]--
       8400-RUBRICAS.
           MOVE ESO-EVENTO     TO LTE-RB-EVENTO
           MOVE ESO-COD        TO LTE-RB-COD
           MOVE ESO-REFERENCIA TO LTE-RB-REFERENCIA
           MOVE "SBAS" TO LTE-RB-RUBRICA
           MOVE "P"    TO LTE-RB-NATUREZA
           MOVE ESO-SB TO LTE-RB-VALOR
           PERFORM 8450-GRAVA-RUBRICA THRU 8450-GRAVA-RUBRICA-FIM
           IF TEM-MOVPAG
              PERFORM 8410-RUBRICAS-MOVPAG THRU
                      8410-RUBRICAS-MOVPAG-FIM.
           MOVE "INSS"   TO LTE-RB-RUBRICA
           MOVE "D"      TO LTE-RB-NATUREZA
           MOVE ESO-INSS TO LTE-RB-VALOR
           PERFORM 8450-GRAVA-RUBRICA THRU 8450-GRAVA-RUBRICA-FIM
           MOVE "IRRF"   TO LTE-RB-RUBRICA
           MOVE "D"      TO LTE-RB-NATUREZA
           MOVE ESO-IR   TO LTE-RB-VALOR
           PERFORM 8450-GRAVA-RUBRICA THRU 8450-GRAVA-RUBRICA-FIM.
       8400-RUBRICAS-FIM.
                EXIT.
      *
       8410-RUBRICAS-MOVPAG.
           COMPUTE W-COMP-LCT = ESO-REFERENCIA / 100000000
           MOVE "N" TO W-FIM-MOV
           MOVE W-COMP-LCT TO MOV-COMPET
           MOVE ESO-COD    TO MOV-COD
           MOVE ZEROS      TO MOV-EVENTO
           START MOVPAG KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-MOV
           END-START
           PERFORM 8420-RUBRICA-MOVIMENTO THRU
                   8420-RUBRICA-MOVIMENTO-FIM
              UNTIL FIM-MOVPAG.
       8410-RUBRICAS-MOVPAG-FIM.
                EXIT.
      *
       8420-RUBRICA-MOVIMENTO.
           READ MOVPAG NEXT RECORD
              AT END MOVE "S" TO W-FIM-MOV
           END-READ
           IF FIM-MOVPAG
              GO TO 8420-RUBRICA-MOVIMENTO-FIM.
           IF MOV-COMPET NOT = W-COMP-LCT OR MOV-COD NOT = ESO-COD
              MOVE "S" TO W-FIM-MOV
              GO TO 8420-RUBRICA-MOVIMENTO-FIM.
           MOVE MOV-EVENTO      TO W-RUB-EVENTO
           MOVE W-RUB-MOVIMENTO TO LTE-RB-RUBRICA
           MOVE MOV-TIPO        TO LTE-RB-NATUREZA
           MOVE MOV-VALOR       TO LTE-RB-VALOR
           PERFORM 8450-GRAVA-RUBRICA THRU 8450-GRAVA-RUBRICA-FIM.
       8420-RUBRICA-MOVIMENTO-FIM.
                EXIT.
      *
       8450-GRAVA-RUBRICA.
           IF LTE-RB-VALOR = ZEROS
              GO TO 8450-GRAVA-RUBRICA-FIM.
           WRITE REG-LOTEESO FROM LTE-RUBRICA
           ADD 1 TO W-QTD-LINHAS-LOTE.
       8450-GRAVA-RUBRICA-FIM.
                EXIT.
      *
       8500-LINHA-RELATORIO.
           MOVE ESO-EVENTO     TO LN-EVENTO
           MOVE ESO-COD        TO LN-COD
           MOVE ESO-NOME       TO LN-NOME
           MOVE ESO-DT-EVENTO  TO LN-DATA
           MOVE W-SITUACAO-REL TO LN-SITUACAO
           MOVE ESO-QTD-ENVIOS TO LN-ENVIOS
           MOVE ESO-OCORR      TO LN-OCORR
           MOVE ESO-MOTIVO     TO LN-MOTIVO
           WRITE REG-RELESO FROM LN-DETALHE.
       8500-LINHA-RELATORIO-FIM.
                EXIT.
      *
      *----------[ REGISTRO DE EVENTO EM BRANCO ]-----------------------
       8800-LIMPA-EVENTO.
           MOVE SPACES TO REGESO
           MOVE ZEROS  TO ESO-COD ESO-REFERENCIA ESO-DT-EVENTO
                          ESO-DP ESO-SB ESO-DP-ANT ESO-SB-ANT
                          ESO-TOT-PROV ESO-TOT-DESC ESO-INSS ESO-IR
                          ESO-LIQUIDO.
       8800-LIMPA-EVENTO-FIM.
                EXIT.
      *
      *----------[ GRAVACAO DE UM EVENTO NOVO NO CONTROLE ]-------------
      *    CHAVE E DADOS JA MONTADOS PELO CHAMADOR. CHAVE EXISTENTE
      *    ("22") E EVENTO JA GERADO EM RODADA ANTERIOR: O REGISTRO
      *    GRAVADO NAO E TOCADO E O CHAMADOR DECIDE O QUE FAZER.
       8900-GRAVA-EVENTO.
           MOVE "P"    TO ESO-SITUACAO
           MOVE W-DATA-HOJE TO ESO-DATA-GER
           MOVE ZEROS  TO ESO-DATA-ENVIO ESO-QTD-ENVIOS ESO-DATA-RET
           MOVE SPACES TO ESO-RECIBO ESO-OCORR ESO-MOTIVO
           MOVE "N" TO W-GRAVOU
           WRITE REGESO
           IF ST-ERRO-ESO = "00" OR "02"
              MOVE "S" TO W-GRAVOU
              GO TO 8900-GRAVA-EVENTO-FIM.
           IF ST-ERRO-ESO NOT = "22"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL: " ST-ERRO-ESO
              STOP RUN.
       8900-GRAVA-EVENTO-FIM.
                EXIT.
      *
      *----------[ RESUMO, PONTO DA RODADA E FECHAMENTO ]---------------
       9000-FINALIZA.
           MOVE SPACES TO REG-RELESO
           WRITE REG-RELESO
           MOVE "RETORNO - EVENTOS LIDOS" TO LN-RES-DESC
           MOVE W-QTD-RET-LIDOS TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "RETORNO - ACEITOS (RECIBO GRAVADO)" TO LN-RES-DESC
           MOVE W-QTD-RET-ACEITOS TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "RETORNO - REJEITADOS" TO LN-RES-DESC
           MOVE W-QTD-RET-REJ TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "RETORNO - SEM EVENTO NO CONTROLE" TO LN-RES-DESC
           MOVE W-QTD-RET-SEM-EVT TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "RETORNO JA PROCESSADO (IGNORADO)" TO LN-RES-DESC
           MOVE W-QTD-RET-JA-PROC TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "GERADOS - ADMISSAO (2200)" TO LN-RES-DESC
           MOVE W-GER-ADMISSAO TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "GERADOS - ALTERACAO CONTRATUAL (2206)" TO LN-RES-DESC
           MOVE W-GER-ALTERACAO TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "GERADOS - DESLIGAMENTO (2299)" TO LN-RES-DESC
           MOVE W-GER-DESLIG TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "GERADOS - REMUNERACAO (1200)" TO LN-RES-DESC
           MOVE W-GER-REMUN TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "COMPETENCIAS DE REMUNERACAO PROCESSADAS"
                TO LN-RES-DESC
           MOVE W-QTD-COMPET TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "ADMISSOES CANCELADAS ANTES DO ENVIO" TO LN-RES-DESC
           MOVE W-QTD-CANCELADOS TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "RESCISOES RECALCULADAS ANTES DO ENVIO"
                TO LN-RES-DESC
           MOVE W-QTD-RECALC TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "RESCISOES A RETIFICAR NO PORTAL" TO LN-RES-DESC
           MOVE W-QTD-RETIFICAR TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "LOTE - EVENTOS NOVOS" TO LN-RES-DESC
           MOVE W-QTD-LOTE-NOVOS TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "LOTE - REENVIO DE REJEITADOS" TO LN-RES-DESC
           MOVE W-QTD-LOTE-REENVIO TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           MOVE "AGUARDANDO RETORNO DE LOTE ANTERIOR" TO LN-RES-DESC
           MOVE W-QTD-AGUARDANDO TO LN-RES-QTD
           WRITE REG-RELESO FROM LN-RESUMO
           PERFORM 9100-GRAVA-CONTROLE THRU 9100-GRAVA-CONTROLE-FIM
           DISPLAY "ESOCIAL.TXT GERADO - NOVOS: " W-QTD-LOTE-NOVOS
                   " REENVIOS: " W-QTD-LOTE-REENVIO
           DISPLAY "AGUARDANDO RETORNO DE LOTE ANTERIOR: "
                   W-QTD-AGUARDANDO " - VER RELESO.TXT"
           IF TEM-RETORNO
              CLOSE RETESO.
           IF TEM-COMPET
              CLOSE COMPET.
           IF TEM-MOVPAG
              CLOSE MOVPAG.
           CLOSE CADPAG
           CLOSE ESOCIAL
           CLOSE LOTEESO
           CLOSE RELESO.
       9000-FINALIZA-FIM.
                EXIT.
      *
       9100-GRAVA-CONTROLE.
           MOVE W-MAX-LOG       TO CTL-ULT-LOG
           MOVE W-MAX-HIST      TO CTL-ULT-HIST
           MOVE W-MAX-COMPET    TO CTL-ULT-COMPET
           MOVE W-DATA-HOJE     TO CTL-DATA-RODADA
           MOVE W-HORA-TMP(1:6) TO CTL-HORA-RODADA
           OPEN OUTPUT CONTROLE
           IF ST-ERRO-CTL NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO ESOCIAL.CTL: "
                      ST-ERRO-CTL
              GO TO 9100-GRAVA-CONTROLE-FIM.
           MOVE SPACES TO REG-CONTROLE
           MOVE CTL-IMAGEM TO REG-CONTROLE(1:52)
           WRITE REG-CONTROLE
           CLOSE CONTROLE.
       9100-GRAVA-CONTROLE-FIM.
                EXIT.
