       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF246.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    CALCULO MENSAL DO FGTS - CDF246         *
      ***********************************************
      *----------------------------------------------------------------
      *   APURA O FGTS DE UMA COMPETENCIA JA FECHADA PELO CDF227, A
      *   PARTIR DA FOLHA CONGELADA (FOLHAAAAAMM.DAT) E DOS MOVIMENTOS
      *   DO MES EM MOVPAG.DAT. A BASE DE CADA COD E:
      *   - ATIVO OU AFASTADO: SB + PROVENTOS DO MES - FALTAS (EVENTO
      *     101) - DIAS DE AFASTAMENTO SEM FGTS (EVENTO 108, DOENCA E
      *     LICENCA NAO REMUNERADA); OS DIAS COM FGTS (EVENTO 109,
      *     ACIDENTE, MATERNIDADE E SERVICO MILITAR) CONTINUAM NA
      *     BASE. O SALARIO-FAMILIA (EVENTO 107) NAO E SALARIO E FICA
      *     FORA;
      *   - DESLIGADO NO MES: AS VERBAS DA RESCISAO GRAVADAS PELO
      *     CDF238 EM RESCISAO.DAT (SALDO DE SALARIO, AVISO PREVIO
      *     INDENIZADO E 13o PROPORCIONAL) MAIS OS MOVIMENTOS DO MES;
      *     FERIAS INDENIZADAS E O TERCO NAO ENTRAM NA BASE;
      *   - 13o PAGO NO MES: O BRUTO DE CADA PARCELA CREDITADA PELO
      *     CDF234 NA COMPETENCIA (CRED13.DAT).
      *   O DEPOSITO E 8% DA BASE. SAIDAS:
      *   - GUIAFGTS.TXT: ARQUIVO POSICIONAL DA GUIA DE RECOLHIMENTO,
      *     NO PADRAO HEADER/DETALHE/TRAILER DAS REMESSAS;
      *   - FGTSDP.DAT: DEPOSITO POR DEPARTAMENTO RATEADO PELA LOTACAO
      *     (COMO NO CDF233), QUE O CDF233 LANCA NA CONTABILIDADE;
      *   - FGTSMOV.DAT: EXTRATO ACUMULADO POR FUNCIONARIO, IMPRESSO
      *     PELO CDF247.
      *   DESLIGADO NO MES SEM RESCISAO CALCULADA E APONTADO NA TELA
      *   E NAO ENTRA NA GUIA. A RODADA FICA REGISTRADA EM ETAPAS.DAT;
      *   REPROCESSAR A COMPETENCIA REGRAVA OS ARQUIVOS DO MES.
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
       SELECT CRED13 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS C13-CHAVE
                    FILE STATUS  IS ST-ERRO-C13.
       SELECT RESCISAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAVE
                    FILE STATUS  IS ST-ERRO-RSC.
       SELECT LOTACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
       SELECT FGTSMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FGT-CHAVE
                    FILE STATUS  IS ST-ERRO-FGT.
       SELECT FGTSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FDP-CHAVE
                    FILE STATUS  IS ST-ERRO-FDP.
       SELECT GUIAFGTS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-GUI.
       SELECT ETAPAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETP-CHAVE
                    FILE STATUS  IS ST-ERRO-ETP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    O NOME FISICO FICA EM W-ARQ-CADPAG: E SEMPRE O CONGELADO
      *    FOLHAAAAAMM.DAT DA COMPETENCIA INFORMADA (CDF227).
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAG.
           COPY REGPAG.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD MOVPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPAG.DAT".
           COPY MOVPAG.
       FD CRED13
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRED13.DAT".
           COPY C13PAG.
       FD RESCISAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESCISAO.DAT".
           COPY RSCPAG.
       FD LOTACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
           COPY LOTPAG.
       FD FGTSMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FGTSMOV.DAT".
           COPY FGTPAG.
       FD FGTSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FGTSDP.DAT".
           COPY FDPPAG.
       FD GUIAFGTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GUIAFGTS.TXT".
       01 REG-GUIAFGTS               PIC X(240).
       FD ETAPAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETAPAS.DAT".
           COPY ETPPAG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-MOV         PIC X(02) VALUE "00".
       77 ST-ERRO-C13         PIC X(02) VALUE "00".
       77 ST-ERRO-RSC         PIC X(02) VALUE "00".
       77 ST-ERRO-FGT         PIC X(02) VALUE "00".
       77 ST-ERRO-FDP         PIC X(02) VALUE "00".
       77 ST-ERRO-GUI         PIC X(02) VALUE "00".
       77 W-ARQ-CADPAG        PIC X(20) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TEM-MOV           PIC X(01) VALUE "N".
           88 TEM-MOVIMENTOS        VALUE "S".
       77 W-FIM-MOV           PIC X(01) VALUE "N".
           88 FIM-MOVIMENTOS        VALUE "S".
       77 W-TEM-C13           PIC X(01) VALUE "N".
           88 TEM-CRED13            VALUE "S".
       77 W-TEM-RSC           PIC X(01) VALUE "N".
           88 TEM-RESCISAO          VALUE "S".
       77 W-BASE-MES          PIC S9(09) VALUE ZEROS.
       77 W-BASE-13           PIC 9(08) VALUE ZEROS.
       77 W-BASE-RESC         PIC 9(08) VALUE ZEROS.
       77 W-BASE-TOT          PIC 9(08) VALUE ZEROS.
       77 W-DEPOSITO          PIC 9(08) VALUE ZEROS.
       77 W-QTD-FUNC          PIC 9(06) VALUE ZEROS.
       77 W-QTD-PENDENTES     PIC 9(06) VALUE ZEROS.
       77 W-TOT-BASE          PIC 9(13) VALUE ZEROS.
       77 W-TOT-DEPOSITO      PIC 9(13) VALUE ZEROS.
       77 W-DP-IDX            PIC 9(03) VALUE ZEROS.
       77 ALIQ-FGTS           PIC 9(02)V9(02) VALUE 8,00.
       77 EVT-FALTAS          PIC 9(03) VALUE 101.
       77 EVT-AFAST-SEM-FGTS  PIC 9(03) VALUE 108.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
       01 W-COMPET            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
           03 W-COMPET-MES    PIC 9(02).
      *----[ RATEIO DO DEPOSITO PELA LOTACAO - COMO NO CDF233 ]---------
       77 ST-ERRO-LOT         PIC X(02) VALUE "00".
       77 W-TEM-LOT           PIC X(01) VALUE "N".
           88 TEM-LOTACAO           VALUE "S".
       77 W-FIM-LOT           PIC X(01) VALUE "N".
           88 FIM-LOTACAO           VALUE "S".
       77 W-ACHOU-LOT         PIC X(01) VALUE "N".
           88 ACHOU-LOTACAO         VALUE "S".
       77 W-CUSTO             PIC 9(13) VALUE ZEROS.
       77 W-RATEADO           PIC 9(13) VALUE ZEROS.
       77 W-PARCELA-LOT       PIC 9(13) VALUE ZEROS.
       77 W-ULT-DP-LOT        PIC 9(03) VALUE ZEROS.
       77 W-DIAS-MES          PIC 9(02) VALUE ZEROS.
       77 W-DIAS-LOT          PIC 9(03) VALUE ZEROS.
       77 W-MES-INI-DATA      PIC 9(08) VALUE ZEROS.
       77 W-MES-FIM-DATA      PIC 9(08) VALUE ZEROS.
       77 W-EFET-INI          PIC 9(08) VALUE ZEROS.
       77 W-EFET-FIM          PIC 9(08) VALUE ZEROS.
       77 W-DIA-INI           PIC 9(02) VALUE ZEROS.
       77 W-DIA-FIM           PIC 9(02) VALUE ZEROS.
      *----------[ ULTIMO DIA DE CADA MES - FEV SEMPRE 28 ]-------------
       01 TB-ULTDIA-VAL      PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES TB-ULTDIA-VAL.
           03 TB-ULT-DIA     PIC 9(02) OCCURS 12 TIMES.
      *----[ CONTROLE DE ETAPAS DO CICLO MENSAL - VER ETPPAG ]----------
       77 ST-ERRO-ETP         PIC X(02) VALUE "00".
       77 W-ETP-HORA-TMP      PIC X(08) VALUE SPACES.
      *
      *----------[ ACUMULADOR DO DEPOSITO POR DEPARTAMENTO ]------------
      *    INDEXADO DIRETO PELO PROPRIO NUMERO DO DP (001-999).
       01 TB-DEPTO-ACC.
           05 ACC-DEPTO OCCURS 999 TIMES.
               10 ACC-VALOR       PIC 9(13).
               10 ACC-QTD         PIC 9(06).
      *
      *----------[ REGISTRO HEADER DA GUIA (TIPO 0) ]-------------------
       01 GUI-HEADER.
           05 GUI-HD-TIPO       PIC X(01) VALUE "0".
           05 GUI-HD-EMPRESA    PIC X(30) VALUE
              "SANTINI SOLUTIONS FGTS".
           05 GUI-HD-COMPET     PIC 9(06).
           05 GUI-HD-DATA-GER   PIC 9(08).
           05 FILLER            PIC X(195) VALUE SPACES.
      *
      *----------[ REGISTRO DE DETALHE - UM POR FUNCIONARIO (TIPO 3) ]--
       01 GUI-DETALHE.
           05 GUI-DT-TIPO       PIC X(01) VALUE "3".
           05 GUI-DT-COD        PIC 9(06).
           05 GUI-DT-NOME       PIC X(30).
           05 GUI-DT-DP         PIC 9(03).
           05 GUI-DT-ADMISSAO   PIC 9(08).
           05 GUI-DT-SITUACAO   PIC X(01).
           05 GUI-DT-BASE-MES   PIC 9(13)V99.
           05 GUI-DT-BASE-13    PIC 9(13)V99.
           05 GUI-DT-BASE-RESC  PIC 9(13)V99.
           05 GUI-DT-BASE-TOT   PIC 9(13)V99.
           05 GUI-DT-DEPOSITO   PIC 9(13)V99.
           05 FILLER            PIC X(116) VALUE SPACES.
      *
      *----------[ REGISTRO TRAILER DA GUIA (TIPO 9) ]------------------
       01 GUI-TRAILER.
           05 GUI-TR-TIPO       PIC X(01) VALUE "9".
           05 GUI-TR-QTD        PIC 9(06).
           05 GUI-TR-BASE-TOT   PIC 9(13)V99.
           05 GUI-TR-DEPOSITO   PIC 9(13)V99.
           05 FILLER            PIC X(203) VALUE SPACES.
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
      *----------[ COMPETENCIA E ABERTURA DOS ARQUIVOS ]----------------
       1000-INICIALIZA.
           MOVE ZEROS TO TB-DEPTO-ACC
           DISPLAY "CALCULO MENSAL DO FGTS - CDF246"
           DISPLAY "COMPETENCIA FECHADA (AAAAMM):"
           ACCEPT W-COMPET
           IF W-COMPET-MES < 01 OR W-COMPET-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-COMPET
              STOP RUN.
           PERFORM 1100-ABRE-COMPETENCIA THRU
                   1100-ABRE-COMPETENCIA-FIM
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE TB-ULT-DIA(W-COMPET-MES) TO W-DIAS-MES
           COMPUTE W-MES-INI-DATA = W-COMPET * 100 + 1
           COMPUTE W-MES-FIM-DATA = W-COMPET * 100 + W-DIAS-MES
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO " W-ARQ-CADPAG ": "
                      ST-ERRO
              STOP RUN.
      *    ARQUIVOS OPCIONAIS: SEM MOVIMENTOS A BASE E SO O SB; SEM
      *    CRED13/RESCISAO NAO HOUVE 13o NEM RESCISAO CALCULADOS.
           OPEN INPUT MOVPAG
           IF ST-ERRO-MOV = "00"
              MOVE "S" TO W-TEM-MOV
           ELSE
              MOVE "N" TO W-TEM-MOV.
           OPEN INPUT CRED13
           IF ST-ERRO-C13 = "00"
              MOVE "S" TO W-TEM-C13
           ELSE
              MOVE "N" TO W-TEM-C13.
           OPEN INPUT RESCISAO
           IF ST-ERRO-RSC = "00"
              MOVE "S" TO W-TEM-RSC
           ELSE
              MOVE "N" TO W-TEM-RSC.
      *    ARQUIVO OPCIONAL (VER CDF222): SEM HISTORICO DE LOTACAO O
      *    DEPOSITO VAI INTEIRO PARA O DP DO CADASTRO.
           OPEN INPUT LOTACAO
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-TEM-LOT
           ELSE
              MOVE "N" TO W-TEM-LOT.
           OPEN I-O FGTSMOV
           IF ST-ERRO-FGT = "30" OR "35"
              OPEN OUTPUT FGTSMOV
              CLOSE FGTSMOV
              OPEN I-O FGTSMOV.
           IF ST-ERRO-FGT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO FGTSMOV: " ST-ERRO-FGT
              CLOSE CADPAG
              STOP RUN.
           OPEN I-O FGTSDP
           IF ST-ERRO-FDP = "30" OR "35"
              OPEN OUTPUT FGTSDP
              CLOSE FGTSDP
              OPEN I-O FGTSDP.
           IF ST-ERRO-FDP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO FGTSDP: " ST-ERRO-FDP
              CLOSE CADPAG FGTSMOV
              STOP RUN.
           OPEN OUTPUT GUIAFGTS
           IF ST-ERRO-GUI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO GUIAFGTS: " ST-ERRO-GUI
              CLOSE CADPAG FGTSMOV FGTSDP
              STOP RUN.
           MOVE W-COMPET    TO GUI-HD-COMPET
           MOVE W-DATA-HOJE TO GUI-HD-DATA-GER
           WRITE REG-GUIAFGTS FROM GUI-HEADER
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ SO COMPETENCIA FECHADA E APONTA PARA O CONGELADO ]---
      *    O FGTS SAI DA FOLHA CONGELADA PELO CDF227, PARA QUE A GUIA
      *    SEMPRE BATA COM O RELATORIO E A REMESSA DAQUELE MES.
       1100-ABRE-COMPETENCIA.
           OPEN INPUT COMPET
           IF ST-ERRO-CMP NOT = "00"
              DISPLAY "*** NENHUMA COMPETENCIA FECHADA (COMPET): "
                      ST-ERRO-CMP
              STOP RUN.
           MOVE W-COMPET TO CMP-ANOMES
           READ COMPET
           IF ST-ERRO-CMP NOT = "00" AND "02"
              DISPLAY "*** COMPETENCIA " W-COMPET " NAO FECHADA ***"
              CLOSE COMPET
              STOP RUN.
           IF NOT CMP-FECHADA
              DISPLAY "*** COMPETENCIA " W-COMPET " NAO FECHADA ***"
              CLOSE COMPET
              STOP RUN.
           CLOSE COMPET
           MOVE SPACES TO W-ARQ-CADPAG
           STRING "FOLHA"   DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  ".DAT"    DELIMITED BY SIZE
             INTO W-ARQ-CADPAG
           END-STRING.
       1100-ABRE-COMPETENCIA-FIM.
                EXIT.
      *
      *----------[ LACO PRINCIPAL - UM FUNCIONARIO POR VEZ ]------------
       2000-PROCESSA.
           MOVE ZEROS TO W-BASE-MES W-BASE-13 W-BASE-RESC
           IF FUNC-ATIVO OR FUNC-AFASTADO
              MOVE SB TO W-BASE-MES
              PERFORM 2200-SOMA-MOVIMENTOS THRU
                      2200-SOMA-MOVIMENTOS-FIM.
           IF FUNC-DESLIGADO AND DT-DESLIG(1:6) = W-COMPET
              PERFORM 2400-VERBAS-RESCISAO THRU
                      2400-VERBAS-RESCISAO-FIM.
           IF W-BASE-MES < 0
              MOVE 0 TO W-BASE-MES.
           PERFORM 2300-SOMA-CRED13 THRU 2300-SOMA-CRED13-FIM
           COMPUTE W-BASE-TOT = W-BASE-MES + W-BASE-13 + W-BASE-RESC
           IF W-BASE-TOT = ZEROS
              PERFORM 2700-EXCLUI-EXTRATO THRU 2700-EXCLUI-EXTRATO-FIM
           ELSE
              COMPUTE W-DEPOSITO ROUNDED = W-BASE-TOT * ALIQ-FGTS / 100
              PERFORM 2500-GRAVA-GUIA THRU 2500-GRAVA-GUIA-FIM
              PERFORM 2600-GRAVA-EXTRATO THRU 2600-GRAVA-EXTRATO-FIM
              MOVE W-DEPOSITO TO W-CUSTO
              PERFORM 2800-RATEIA-DEPOSITO THRU
                      2800-RATEIA-DEPOSITO-FIM
              ADD 1 TO ACC-QTD(DP).
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      *----------[ LEITURA SEQUENCIAL DO CONGELADO PELA ORDEM DE COD ]--
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
       2100-LE-CADPAG-FIM.
                EXIT.
      *
      *----------[ PROVENTOS E FALTAS DO MES NA BASE ]------------------
       2200-SOMA-MOVIMENTOS.
           IF NOT TEM-MOVIMENTOS
              GO TO 2200-SOMA-MOVIMENTOS-FIM.
           MOVE "N" TO W-FIM-MOV
           MOVE W-COMPET TO MOV-COMPET
           MOVE COD      TO MOV-COD
           MOVE ZEROS    TO MOV-EVENTO
           START MOVPAG KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-MOV
           END-START
           PERFORM 2250-LE-MOVIMENTO THRU 2250-LE-MOVIMENTO-FIM
              UNTIL FIM-MOVIMENTOS.
       2200-SOMA-MOVIMENTOS-FIM.
                EXIT.
      *
      *----------[ UM MOVIMENTO DO FUNCIONARIO POR VEZ ]----------------
      *    PROVENTO SOMA (MENOS O SALARIO-FAMILIA); DESCONTO SO CONTA
      *    QUANDO E FALTA OU AFASTAMENTO SEM FGTS, QUE REDUZEM O
      *    SALARIO DEVIDO. OS DEMAIS DESCONTOS (VALES, PENSAO,
      *    SINDICAL, AFASTAMENTO COM FGTS) NAO MEXEM NA BASE.
       2250-LE-MOVIMENTO.
           READ MOVPAG NEXT RECORD
              AT END MOVE "S" TO W-FIM-MOV
           END-READ
           IF FIM-MOVIMENTOS
              GO TO 2250-LE-MOVIMENTO-FIM.
           IF MOV-COMPET NOT = W-COMPET OR MOV-COD NOT = COD
              MOVE "S" TO W-FIM-MOV
              GO TO 2250-LE-MOVIMENTO-FIM.
           IF MOV-PROVENTO AND MOV-EVENTO NOT = EVT-SALARIO-FAMILIA
              ADD MOV-VALOR TO W-BASE-MES.
           IF MOV-DESCONTO AND (MOV-EVENTO = EVT-FALTAS
                             OR MOV-EVENTO = EVT-AFAST-SEM-FGTS)
              SUBTRACT MOV-VALOR FROM W-BASE-MES.
       2250-LE-MOVIMENTO-FIM.
                EXIT.
      *
      *----------[ 13o CREDITADO NA COMPETENCIA - VER C13PAG ]----------
       2300-SOMA-CRED13.
           IF NOT TEM-CRED13
              GO TO 2300-SOMA-CRED13-FIM.
           MOVE W-COMPET TO C13-COMPET
           MOVE COD      TO C13-COD
           MOVE 1        TO C13-PARCELA
           READ CRED13
           IF ST-ERRO-C13 = "00" OR "02"
              ADD C13-BRUTO TO W-BASE-13.
           MOVE W-COMPET TO C13-COMPET
           MOVE COD      TO C13-COD
           MOVE 2        TO C13-PARCELA
           READ CRED13
           IF ST-ERRO-C13 = "00" OR "02"
              ADD C13-BRUTO TO W-BASE-13.
       2300-SOMA-CRED13-FIM.
                EXIT.
      *
      *----------[ VERBAS DA RESCISAO PAGA NO MES - VER RSCPAG ]--------
      *    SALDO DE SALARIO E MOVIMENTOS VAO NA BASE DO MES; AVISO
      *    INDENIZADO E 13o PROPORCIONAL NA BASE RESCISORIA.
       2400-VERBAS-RESCISAO.
           MOVE "23" TO ST-ERRO-RSC
           IF TEM-RESCISAO
              MOVE COD       TO RSC-COD
              MOVE DT-DESLIG TO RSC-DT-DESLIG
              READ RESCISAO.
           IF ST-ERRO-RSC NOT = "00" AND "02"
              DISPLAY "*** COD " COD " DESLIGADO EM " DT-DESLIG
                      " SEM RESCISAO CALCULADA (CDF238) ***"
              ADD 1 TO W-QTD-PENDENTES
              GO TO 2400-VERBAS-RESCISAO-FIM.
           MOVE RSC-SALDO-SAL TO W-BASE-MES
           PERFORM 2200-SOMA-MOVIMENTOS THRU 2200-SOMA-MOVIMENTOS-FIM
           COMPUTE W-BASE-RESC = RSC-AVISO + RSC-13-PROP.
       2400-VERBAS-RESCISAO-FIM.
                EXIT.
      *
      *----------[ DETALHE DA GUIA DE RECOLHIMENTO ]--------------------
       2500-GRAVA-GUIA.
           MOVE COD         TO GUI-DT-COD
           MOVE NOME        TO GUI-DT-NOME
           MOVE DP          TO GUI-DT-DP
           MOVE DT-ADMISSAO TO GUI-DT-ADMISSAO
           MOVE SITUACAO    TO GUI-DT-SITUACAO
           MOVE W-BASE-MES  TO GUI-DT-BASE-MES
           MOVE W-BASE-13   TO GUI-DT-BASE-13
           MOVE W-BASE-RESC TO GUI-DT-BASE-RESC
           MOVE W-BASE-TOT  TO GUI-DT-BASE-TOT
           MOVE W-DEPOSITO  TO GUI-DT-DEPOSITO
           WRITE REG-GUIAFGTS FROM GUI-DETALHE
           ADD 1 TO W-QTD-FUNC
           ADD W-BASE-TOT TO W-TOT-BASE
           ADD W-DEPOSITO TO W-TOT-DEPOSITO.
       2500-GRAVA-GUIA-FIM.
                EXIT.
      *
      *----------[ COMPETENCIA NO EXTRATO DO FUNCIONARIO ]--------------
       2600-GRAVA-EXTRATO.
           MOVE COD         TO FGT-COD
           MOVE W-COMPET    TO FGT-COMPET
           MOVE NOME        TO FGT-NOME
           MOVE DP          TO FGT-DP
           MOVE W-BASE-MES  TO FGT-BASE-MES
           MOVE W-BASE-13   TO FGT-BASE-13
           MOVE W-BASE-RESC TO FGT-BASE-RESC
           MOVE W-DEPOSITO  TO FGT-DEPOSITO
           MOVE W-DATA-HOJE TO FGT-DATA-CALC
           WRITE REGFGT
           IF ST-ERRO-FGT = "22"
              REWRITE REGFGT.
           IF ST-ERRO-FGT NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO FGTSMOV: " ST-ERRO-FGT.
       2600-GRAVA-EXTRATO-FIM.
                EXIT.
      *
      *----------[ SEM BASE NO MES - TIRA SOBRA DE RODADA ANTERIOR ]----
       2700-EXCLUI-EXTRATO.
           MOVE COD      TO FGT-COD
           MOVE W-COMPET TO FGT-COMPET
           DELETE FGTSMOV RECORD
              INVALID KEY CONTINUE
           END-DELETE.
       2700-EXCLUI-EXTRATO-FIM.
                EXIT.
      *
      *----------[ RATEIO DO DEPOSITO PELOS DIAS EM CADA LOTACAO ]------
      *    MESMA REGRA DO CDF233: SEM HISTORICO O DEPOSITO VAI INTEIRO
      *    PARA O DP DO CADASTRO; A SOBRA DE ARREDONDAMENTO FICA NA
      *    ULTIMA LOTACAO DO MES.
       2800-RATEIA-DEPOSITO.
           IF NOT TEM-LOTACAO
              ADD W-CUSTO TO ACC-VALOR(DP)
              GO TO 2800-RATEIA-DEPOSITO-FIM.
           MOVE ZEROS TO W-RATEADO W-ULT-DP-LOT
           MOVE "N" TO W-ACHOU-LOT
           MOVE "N" TO W-FIM-LOT
           MOVE COD   TO LOT-COD
           MOVE ZEROS TO LOT-DT-INI
           START LOTACAO KEY IS NOT LESS THAN LOT-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-LOT
           END-START
           PERFORM 2900-RATEIA-LOTACAO THRU 2900-RATEIA-LOTACAO-FIM
              UNTIL FIM-LOTACAO
           IF NOT ACHOU-LOTACAO
              ADD W-CUSTO TO ACC-VALOR(DP)
              GO TO 2800-RATEIA-DEPOSITO-FIM.
           IF W-RATEADO NOT = W-CUSTO
              COMPUTE ACC-VALOR(W-ULT-DP-LOT) =
                  ACC-VALOR(W-ULT-DP-LOT) + W-CUSTO - W-RATEADO.
       2800-RATEIA-DEPOSITO-FIM.
                EXIT.
      *
      *----------[ PARCELA DE UMA VIGENCIA DENTRO DO MES ]--------------
       2900-RATEIA-LOTACAO.
           READ LOTACAO NEXT RECORD
              AT END MOVE "S" TO W-FIM-LOT
           END-READ
           IF FIM-LOTACAO
              GO TO 2900-RATEIA-LOTACAO-FIM.
           IF LOT-COD NOT = COD
              MOVE "S" TO W-FIM-LOT
              GO TO 2900-RATEIA-LOTACAO-FIM.
           IF LOT-DP = ZEROS
              GO TO 2900-RATEIA-LOTACAO-FIM.
           MOVE W-MES-INI-DATA TO W-EFET-INI
           IF LOT-DT-INI > W-EFET-INI
              MOVE LOT-DT-INI TO W-EFET-INI.
           MOVE W-MES-FIM-DATA TO W-EFET-FIM
           IF LOT-DT-FIM NOT = ZEROS
              IF LOT-DT-FIM < W-EFET-FIM
                 MOVE LOT-DT-FIM TO W-EFET-FIM.
           IF W-EFET-INI > W-EFET-FIM
              GO TO 2900-RATEIA-LOTACAO-FIM.
           MOVE W-EFET-INI(7:2) TO W-DIA-INI
           MOVE W-EFET-FIM(7:2) TO W-DIA-FIM
           COMPUTE W-DIAS-LOT = W-DIA-FIM - W-DIA-INI + 1
           COMPUTE W-PARCELA-LOT ROUNDED =
               W-CUSTO * W-DIAS-LOT / W-DIAS-MES
           ADD W-PARCELA-LOT TO ACC-VALOR(LOT-DP)
           ADD W-PARCELA-LOT TO W-RATEADO
           MOVE LOT-DP TO W-ULT-DP-LOT
           MOVE "S" TO W-ACHOU-LOT.
       2900-RATEIA-LOTACAO-FIM.
                EXIT.
      *
      *----------[ TRAILER, TOTAIS POR DEPTO E FECHAMENTO ]-------------
       3000-FINALIZA.
           MOVE W-QTD-FUNC     TO GUI-TR-QTD
           MOVE W-TOT-BASE     TO GUI-TR-BASE-TOT
           MOVE W-TOT-DEPOSITO TO GUI-TR-DEPOSITO
           WRITE REG-GUIAFGTS FROM GUI-TRAILER
           MOVE ZEROS TO W-DP-IDX
           PERFORM 3100-GRAVA-DEPTO THRU 3100-GRAVA-DEPTO-FIM
              UNTIL W-DP-IDX = 999
           DISPLAY "GUIAFGTS.TXT GERADO - COMPETENCIA " W-COMPET
           DISPLAY "FUNCIONARIOS NA GUIA: " W-QTD-FUNC
           DISPLAY "BASE TOTAL: " W-TOT-BASE
                   "  DEPOSITO: " W-TOT-DEPOSITO
           IF W-QTD-PENDENTES > ZEROS
              DISPLAY "*** " W-QTD-PENDENTES " RESCISAO(OES) DO MES"
                      " SEM CALCULO - FORA DA GUIA ***".
           PERFORM 3500-GRAVA-ETAPA THRU 3500-GRAVA-ETAPA-FIM
           IF TEM-MOVIMENTOS
              CLOSE MOVPAG.
           IF TEM-CRED13
              CLOSE CRED13.
           IF TEM-RESCISAO
              CLOSE RESCISAO.
           IF TEM-LOTACAO
              CLOSE LOTACAO.
           CLOSE CADPAG
           CLOSE FGTSMOV
           CLOSE FGTSDP
           CLOSE GUIAFGTS.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ DEPOSITO DE UM DEPARTAMENTO - VER FDPPAG ]-----------
      *    DEPARTAMENTO SEM DEPOSITO NA RODADA TEM O REGISTRO APAGADO,
      *    PARA QUE UM REPROCESSAMENTO NAO DEIXE VALOR VELHO PARA TRAS.
       3100-GRAVA-DEPTO.
           ADD 1 TO W-DP-IDX
           MOVE W-COMPET TO FDP-COMPET
           MOVE W-DP-IDX TO FDP-DP
           IF ACC-VALOR(W-DP-IDX) = ZEROS
              DELETE FGTSDP RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 3100-GRAVA-DEPTO-FIM.
           MOVE ACC-QTD(W-DP-IDX)   TO FDP-QTD-FUNC
           MOVE ACC-VALOR(W-DP-IDX) TO FDP-VALOR
           WRITE REGFDP
           IF ST-ERRO-FDP = "22"
              REWRITE REGFDP.
           IF ST-ERRO-FDP NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO FGTSDP: " ST-ERRO-FDP.
       3100-GRAVA-DEPTO-FIM.
                EXIT.
      *
      *----------[ REGISTRA A ETAPA DO CICLO MENSAL - VER ETPPAG ]------
       3500-GRAVA-ETAPA.
           OPEN I-O ETAPAS
           IF ST-ERRO-ETP = "30" OR "35"
              OPEN OUTPUT ETAPAS
              CLOSE ETAPAS
              OPEN I-O ETAPAS.
           IF ST-ERRO-ETP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ETAPAS: " ST-ERRO-ETP
              GO TO 3500-GRAVA-ETAPA-FIM.
           MOVE W-COMPET       TO ETP-ANOMES
           MOVE "CDF246"       TO ETP-PROGRAMA
           MOVE W-DATA-HOJE    TO ETP-DATA
           ACCEPT W-ETP-HORA-TMP FROM TIME
           MOVE W-ETP-HORA-TMP(1:6) TO ETP-HORA
           MOVE W-QTD-FUNC     TO ETP-QTD-REG
           MOVE W-TOT-DEPOSITO TO ETP-TOTAL
           WRITE REGETP
           IF ST-ERRO-ETP = "22"
              REWRITE REGETP.
           IF ST-ERRO-ETP NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ETAPAS: " ST-ERRO-ETP.
           CLOSE ETAPAS.
       3500-GRAVA-ETAPA-FIM.
                EXIT.
