       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF255.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    CONFERENCIA PRE-FECHAMENTO - CDF255     *
      ***********************************************
      *----------------------------------------------------------------
      *   COMPARA A FOLHA VIVA (CADPAG.DAT E MOVPAG DA COMPETENCIA
      *   ABERTA) COM A ULTIMA COMPETENCIA FECHADA (FOLHAAAAAMM.DAT DO
      *   CDF227 E O MOVPAG DAQUELE MES), PELA ORDEM DE COD, E LISTA
      *   EM RELCONF.TXT:
      *   - ADMISSOES, DESLIGAMENTOS, COD EXCLUIDAS, MUDANCAS DE
      *     SITUACAO E DE DEPARTAMENTO;
      *   - VARIACOES DE SB, INSS, IR E SL E DOS EVENTOS DO MOVPAG
      *     (INCLUSIVE EVENTO QUE SUMIU OU APARECEU NO MES) ACIMA DA
      *     TOLERANCIA INFORMADA EM PERCENTUAL OU EM VALOR;
      *   - TOTAIS POR DEPARTAMENTO E DA EMPRESA.
      *   A EMISSAO SO RODA DEPOIS DO RETORNO BANCARIO (CDF226) DA
      *   COMPETENCIA E E REGISTRADA NO ETAPAS.DAT E NO CONFER.DAT (VER
      *   CNFPAG); NA OPCAO 2 UM SUPERVISOR DA O VISTO NA CONFERENCIA.
      *   O CDF227 SO FECHA A COMPETENCIA COM A CONFERENCIA VISTADA.
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
       SELECT FOLHAMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOL-COD
                    ALTERNATE RECORD KEY IS FOL-NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FOL-DP WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-FOL.
       SELECT MOVPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
       SELECT DEPTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPT-COD
                    FILE STATUS  IS ST-ERRO-DPT.
       SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-ANOMES
                    FILE STATUS  IS ST-ERRO-CMP.
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
       SELECT ETAPAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETP-CHAVE
                    FILE STATUS  IS ST-ERRO-ETP.
       SELECT CONFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-ANOMES
                    FILE STATUS  IS ST-ERRO-CNF.
       SELECT RELCONF ASSIGN TO DISK
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
       FD FOLHAMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-FOLHA.
      *----------------------------------------------------------------
      *    IMAGEM CONGELADA DO REGPAG - MESMO LAYOUT, NOMES PROPRIOS
      *    PARA NAO CONFLITAR COM O CADPAG DENTRO DESTE PROGRAMA.
      *----------------------------------------------------------------
       01 REGFOLHA.
                03 FOL-COD             PIC 9(06).
                03 FOL-NOME            PIC X(30).
                03 FOL-SB              PIC 9(08).
                03 FOL-DP              PIC 9(03).
                03 FOL-CG              PIC X(20).
                03 FOL-IR              PIC 9(08).
                03 FOL-INSS            PIC 9(08).
                03 FOL-SL              PIC 9(08).
                03 FOL-BANCO           PIC 9(03).
                03 FOL-AGENCIA         PIC 9(05).
                03 FOL-CONTA           PIC 9(10).
                03 FOL-CONTA-DAC       PIC X(01).
                03 FOL-DT-ADMISSAO     PIC 9(08).
                03 FOL-DT-DESLIG       PIC 9(08).
                03 FOL-SITUACAO        PIC X(01).
       FD MOVPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPAG.DAT".
           COPY MOVPAG.
       FD DEPTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPTOS.DAT".
           COPY DEPTOS.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
       FD TRAVAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVAS.DAT".
           COPY TRVPAG.
       FD ETAPAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETAPAS.DAT".
           COPY ETPPAG.
       FD CONFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFER.DAT".
           COPY CNFPAG.
       FD RELCONF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONF.TXT".
       01 REG-RELCONF                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-FOL         PIC X(02) VALUE "00".
       77 ST-ERRO-MOV         PIC X(02) VALUE "00".
       77 ST-ERRO-DPT         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-OPR         PIC X(02) VALUE "00".
       77 ST-ERRO-TRV         PIC X(02) VALUE "00".
       77 ST-ERRO-ETP         PIC X(02) VALUE "00".
       77 ST-ERRO-CNF         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-OPERADOR          PIC X(08) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-HORA-TMP          PIC X(08) VALUE SPACES.
       77 W-ARQ-FOLHA         PIC X(20) VALUE SPACES.
       77 W-OPCAO             PIC X(01) VALUE SPACES.
       77 W-MODO              PIC X(01) VALUE SPACES.
           88 MODO-EMISSAO          VALUE "1".
           88 MODO-VISTO            VALUE "2".
       77 W-SUP-ID            PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA         PIC X(08) VALUE SPACES.
       77 W-TEM-MOV           PIC X(01) VALUE "N".
           88 TEM-MOVPAG            VALUE "S".
       77 W-TEM-DPT           PIC X(01) VALUE "N".
           88 TEM-DEPTOS            VALUE "S".
       77 W-QTD-TRAVAS        PIC 9(06) VALUE ZEROS.
       77 W-FIM-TRV           PIC X(01) VALUE "N".
           88 FIM-TRAVAS            VALUE "S".
       01 W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
           03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET PIC 9(06).
       77 W-COMPET-BASE       PIC 9(06) VALUE ZEROS.
       77 W-FIM-CMP           PIC X(01) VALUE "N".
           88 FIM-COMPET            VALUE "S".
      *----[ TOLERANCIAS - ZERO DESLIGA O CRITERIO ]--------------------
      *    COM OS DOIS ZERADOS, TODA DIFERENCA E LISTADA.
       77 W-TOL-PERC          PIC 9(02)V99 VALUE ZEROS.
       77 W-TOL-VALOR         PIC 9(08) VALUE ZEROS.
      *----[ BALANCE-LINE CADPAG X FOLHA FECHADA PELA COD ]-------------
       77 W-CHAVE-CAD         PIC 9(06) VALUE ZEROS.
       77 W-CHAVE-FOL         PIC 9(06) VALUE ZEROS.
       77 W-QTD-REG           PIC 9(06) VALUE ZEROS.
       77 W-TOT-SL            PIC 9(13) VALUE ZEROS.
       77 W-QTD-OCORR         PIC 9(06) VALUE ZEROS.
       77 W-QTD-ADMISSOES     PIC 9(06) VALUE ZEROS.
       77 W-QTD-DESLIGAM      PIC 9(06) VALUE ZEROS.
      *----[ UMA OCORRENCIA A LISTAR ]----------------------------------
       77 W-COD-OCORR         PIC 9(06) VALUE ZEROS.
       77 W-NOME-OCORR        PIC X(30) VALUE SPACES.
       77 W-DP-OCORR          PIC 9(03) VALUE ZEROS.
       77 W-TEXTO             PIC X(26) VALUE SPACES.
       77 W-VLR-ANT           PIC 9(08) VALUE ZEROS.
       77 W-VLR-ATU           PIC 9(08) VALUE ZEROS.
       77 W-DIF               PIC 9(08) VALUE ZEROS.
       77 W-DIF-S             PIC S9(09) VALUE ZEROS.
       77 W-PERC              PIC 9(03)V9 VALUE ZEROS.
       77 W-COM-VALORES       PIC X(01) VALUE "N".
           88 COM-VALORES           VALUE "S".
       77 W-ACIMA             PIC X(01) VALUE "N".
           88 ACIMA-TOLERANCIA      VALUE "S".
       01 W-TEXTO-SIT.
           03 FILLER          PIC X(09) VALUE "SITUACAO ".
           03 W-SIT-DE        PIC X(01).
           03 FILLER          PIC X(04) VALUE " -> ".
           03 W-SIT-PARA      PIC X(01).
       01 W-TEXTO-EVT.
           03 FILLER          PIC X(07) VALUE "EVENTO ".
           03 W-EVT-COD       PIC 9(03).
           03 W-EVT-TXT       PIC X(16).
      *----[ EVENTOS DA COD NOS DOIS MESES ]----------------------------
       77 MAX-EVT             PIC 9(02) VALUE 40.
       77 W-COMPET-MOV        PIC 9(06) VALUE ZEROS.
       77 W-QTD-EVT-ANT       PIC 9(02) VALUE ZEROS.
       77 W-QTD-EVT-ATU       PIC 9(02) VALUE ZEROS.
       77 W-IX                PIC 9(02) VALUE ZEROS.
       77 W-JX                PIC 9(02) VALUE ZEROS.
       77 W-ACHOU             PIC X(01) VALUE "N".
           88 ACHOU-EVENTO          VALUE "S".
       01 TB-EVT-ANT.
           03 TB-ANT OCCURS 40 TIMES.
               05 TB-ANT-EVENTO   PIC 9(03).
               05 TB-ANT-VALOR    PIC 9(08).
       01 TB-EVT-ATU.
           03 TB-ATU OCCURS 40 TIMES.
               05 TB-ATU-EVENTO   PIC 9(03).
               05 TB-ATU-VALOR    PIC 9(08).
      *
      *----------[ ACUMULADOR POR DEPARTAMENTO ]------------------------
      *    INDEXADO PELO NUMERO DO DP MAIS 1 (DP 000 NA POSICAO 1).
       77 W-IX-DP             PIC 9(04) VALUE ZEROS.
       01 TB-DEPTO-ACC.
           05 ACC-DEPTO OCCURS 1000 TIMES.
               10 ACC-QTD-ANT     PIC 9(05).
               10 ACC-QTD-ATU     PIC 9(05).
               10 ACC-QTD-OCORR   PIC 9(05).
               10 ACC-SB-ANT      PIC 9(11).
               10 ACC-SB-ATU      PIC 9(11).
               10 ACC-INSS-ANT    PIC 9(11).
               10 ACC-INSS-ATU    PIC 9(11).
               10 ACC-IR-ANT      PIC 9(11).
               10 ACC-IR-ATU      PIC 9(11).
               10 ACC-SL-ANT      PIC 9(11).
               10 ACC-SL-ATU      PIC 9(11).
       01 W-TOTAL-EMPRESA.
           05 TOT-QTD-ANT         PIC 9(05).
           05 TOT-QTD-ATU         PIC 9(05).
           05 TOT-QTD-OCORR       PIC 9(05).
           05 TOT-SB-ANT          PIC 9(11).
           05 TOT-SB-ATU          PIC 9(11).
           05 TOT-INSS-ANT        PIC 9(11).
           05 TOT-INSS-ATU        PIC 9(11).
           05 TOT-IR-ANT          PIC 9(11).
           05 TOT-IR-ATU          PIC 9(11).
           05 TOT-SL-ANT          PIC 9(11).
           05 TOT-SL-ATU          PIC 9(11).
      *
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 LN-CABEC1.
           05 FILLER          PIC X(45) VALUE
              "CONFERENCIA PRE-FECHAMENTO - CDF255 - COMPET ".
           05 LN-CAB-COMPET   PIC 9(06).
           05 FILLER          PIC X(10) VALUE "  BASE    ".
           05 LN-CAB-BASE     PIC X(20).
           05 FILLER          PIC X(10) VALUE "  EMISSAO ".
           05 LN-CAB-DATA     PIC 9(08).
       01 LN-CABEC-TOL.
           05 FILLER          PIC X(25) VALUE
              " TOLERANCIA PERCENTUAL: ".
           05 LN-TOL-PERC     PIC Z9,99.
           05 FILLER          PIC X(18) VALUE "%   EM VALOR:    ".
           05 LN-TOL-VALOR    PIC ZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(40) VALUE
              "   (ZERO = CRITERIO DESLIGADO)".
       01 LN-CABEC2.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(08) VALUE "COD".
           05 FILLER  PIC X(31) VALUE "NOME".
           05 FILLER  PIC X(05) VALUE "DP".
           05 FILLER  PIC X(27) VALUE "OCORRENCIA".
           05 FILLER  PIC X(12) VALUE "       ANTES".
           05 FILLER  PIC X(12) VALUE "      DEPOIS".
           05 FILLER  PIC X(13) VALUE "    DIFERENCA".
           05 FILLER  PIC X(08) VALUE "      %".
       01 LN-SECAO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-SEC-TEXTO    PIC X(60).
       01 LN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DET-COD      PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DET-DP       PIC 9(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-TEXTO    PIC X(26).
           05 LN-DET-VALORES.
               10 LN-DET-ANT  PIC ZZZZZ.ZZZ.ZZ9.
               10 LN-DET-ATU  PIC ZZZZZ.ZZZ.ZZ9.
               10 LN-DET-DIF  PIC -ZZZ.ZZZ.ZZ9.
               10 FILLER      PIC X(02).
               10 LN-DET-PERC PIC ZZ9,9.
       01 LN-DEPTO-CAB.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(26) VALUE "DP  DEPARTAMENTO".
           05 FILLER  PIC X(12) VALUE " QTD ANT/ATU".
           05 FILLER  PIC X(13) VALUE "      DIF. SB".
           05 FILLER  PIC X(13) VALUE "    DIF. INSS".
           05 FILLER  PIC X(13) VALUE "      DIF. IR".
           05 FILLER  PIC X(13) VALUE "      DIF. SL".
           05 FILLER  PIC X(15) VALUE "   SL ANTERIOR".
           05 FILLER  PIC X(15) VALUE "      SL ATUAL".
           05 FILLER  PIC X(07) VALUE "  OCORR".
       01 LN-DEPTO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DPT-COD      PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DPT-NOME     PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DPT-QTD-ANT  PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE "/".
           05 LN-DPT-QTD-ATU  PIC ZZZZ9.
           05 LN-DPT-DIF-SB   PIC -Z.ZZZ.ZZZ.ZZ9.
           05 LN-DPT-DIF-INSS PIC -Z.ZZZ.ZZZ.ZZ9.
           05 LN-DPT-DIF-IR   PIC -Z.ZZZ.ZZZ.ZZ9.
           05 LN-DPT-DIF-SL   PIC -Z.ZZZ.ZZZ.ZZ9.
           05 LN-DPT-SL-ANT   PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 LN-DPT-SL-ATU   PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DPT-OCORR    PIC ZZZZ9.
       01 LN-TOTAIS.
           05 FILLER          PIC X(16) VALUE " FUNCIONARIOS: ".
           05 LN-TOT-QTD      PIC ZZZZZ9.
           05 FILLER          PIC X(14) VALUE "  ADMISSOES: ".
           05 LN-TOT-ADM      PIC ZZZZZ9.
           05 FILLER          PIC X(18) VALUE "  DESLIGAMENTOS: ".
           05 LN-TOT-DESL     PIC ZZZZZ9.
           05 FILLER          PIC X(16) VALUE "  OCORRENCIAS: ".
           05 LN-TOT-OCORR    PIC ZZZZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM
           IF MODO-VISTO
              PERFORM 5000-VISTO THRU 5000-VISTO-FIM
           ELSE
              PERFORM 1500-ABRE-ARQUIVOS THRU 1500-ABRE-ARQUIVOS-FIM
              PERFORM 2000-COMPARA THRU 2000-COMPARA-FIM
                 UNTIL W-CHAVE-CAD = 999999 AND W-CHAVE-FOL = 999999
              PERFORM 3000-FINALIZA THRU 3000-FINALIZA-FIM.
           STOP RUN.
      *
      *----------[ PARAMETROS DA EXECUCAO ]-----------------------------
       1000-INICIALIZA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "CONFERENCIA PRE-FECHAMENTO - CDF255"
           DISPLAY "COMPETENCIA (AAAAMM - ZEROS = MES CORRENTE):"
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-DATA-HOJE(1:6) TO W-COMPET.
           IF W-COMPET-MES < 01 OR W-COMPET-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-COMPET
              STOP RUN.
           PERFORM 1100-TESTA-COMPETENCIA THRU
                   1100-TESTA-COMPETENCIA-FIM
           DISPLAY "1 = EMITIR A CONFERENCIA   2 = VISTO DO SUPERVISOR"
           ACCEPT W-MODO
           IF NOT MODO-EMISSAO AND NOT MODO-VISTO
              DISPLAY "*** OPCAO INVALIDA: " W-MODO
              STOP RUN.
           IF MODO-VISTO
              GO TO 1000-INICIALIZA-FIM.
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
           PERFORM 1400-TESTA-ETAPA THRU 1400-TESTA-ETAPA-FIM
           PERFORM 1300-TESTA-TRAVAS THRU 1300-TESTA-TRAVAS-FIM
           DISPLAY "TOLERANCIA PERCENTUAL (9999 = 99,99 - ZERO = NAO"
                   " USA):"
           ACCEPT W-TOL-PERC
           DISPLAY "TOLERANCIA EM VALOR (ZERO = NAO USA):"
           ACCEPT W-TOL-VALOR.
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
      *----------[ ULTIMA COMPETENCIA FECHADA ANTES DA ATUAL ]----------
      *    SEM NENHUMA (PRIMEIRO MES DO SISTEMA) A BASE FICA ZERADA E
      *    TODO O CADASTRO SAI COMO ADMISSAO.
       1200-ACHA-BASE.
           MOVE ZEROS TO W-COMPET-BASE
           OPEN INPUT COMPET
           IF ST-ERRO-CMP NOT = "00"
              GO TO 1200-ACHA-BASE-FIM.
           MOVE "N" TO W-FIM-CMP
           MOVE ZEROS TO CMP-ANOMES
           START COMPET KEY IS NOT LESS THAN CMP-ANOMES
              INVALID KEY MOVE "S" TO W-FIM-CMP
           END-START
           PERFORM 1250-LE-COMPET THRU 1250-LE-COMPET-FIM
              UNTIL FIM-COMPET
           CLOSE COMPET.
       1200-ACHA-BASE-FIM.
                EXIT.
      *
      *----------[ UMA COMPETENCIA DO COMPET.DAT ]----------------------
       1250-LE-COMPET.
           READ COMPET NEXT RECORD
              AT END MOVE "S" TO W-FIM-CMP
           END-READ
           IF FIM-COMPET
              GO TO 1250-LE-COMPET-FIM.
           IF CMP-ANOMES NOT < W-COMPET-NUM
              MOVE "S" TO W-FIM-CMP
              GO TO 1250-LE-COMPET-FIM.
           IF CMP-FECHADA
              MOVE CMP-ANOMES TO W-COMPET-BASE.
       1250-LE-COMPET-FIM.
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
      *----------[ RETORNO BANCARIO JA PROCESSADO NA COMPETENCIA ]------
       1400-TESTA-ETAPA.
           OPEN INPUT ETAPAS
           IF ST-ERRO-ETP NOT = "00"
              DISPLAY "*** RETORNO (CDF226) AINDA NAO PROCESSADO NA"
                      " COMPETENCIA - CONFERENCIA RECUSADA ***"
              STOP RUN.
           MOVE W-COMPET TO ETP-ANOMES
           MOVE "CDF226" TO ETP-PROGRAMA
           READ ETAPAS
           IF ST-ERRO-ETP NOT = "00" AND "02"
              DISPLAY "*** RETORNO (CDF226) AINDA NAO PROCESSADO NA"
                      " COMPETENCIA - CONFERENCIA RECUSADA ***"
              CLOSE ETAPAS
              STOP RUN.
           CLOSE ETAPAS.
       1400-TESTA-ETAPA-FIM.
                EXIT.
      *
      *----------[ ABERTURA DOS ARQUIVOS E CABECALHO ]------------------
       1500-ABRE-ARQUIVOS.
           MOVE ZEROS TO TB-DEPTO-ACC W-TOTAL-EMPRESA
           PERFORM 1200-ACHA-BASE THRU 1200-ACHA-BASE-FIM
           MOVE "SEM FOLHA FECHADA" TO W-ARQ-FOLHA
           IF W-COMPET-BASE NOT = ZEROS
              MOVE SPACES TO W-ARQ-FOLHA
              STRING "FOLHA"       DELIMITED BY SIZE
                     W-COMPET-BASE DELIMITED BY SIZE
                     ".DAT"        DELIMITED BY SIZE
                INTO W-ARQ-FOLHA
              END-STRING
              OPEN INPUT FOLHAMES
              IF ST-ERRO-FOL NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO " W-ARQ-FOLHA ": "
                         ST-ERRO-FOL
                 STOP RUN.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              STOP RUN.
      *    ARQUIVOS OPCIONAIS: SEM MOVPAG NAO HA COMPARACAO DE EVENTOS;
      *    SEM DEPTOS.DAT OS TOTAIS SAEM SO COM O CODIGO DO DP.
           OPEN INPUT MOVPAG
           IF ST-ERRO-MOV = "00"
              MOVE "S" TO W-TEM-MOV
           ELSE
              MOVE "N" TO W-TEM-MOV.
           OPEN INPUT DEPTOS
           IF ST-ERRO-DPT = "00"
              MOVE "S" TO W-TEM-DPT
           ELSE
              MOVE "N" TO W-TEM-DPT.
           OPEN OUTPUT RELCONF
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELCONF: " ST-ERRO-REL
              STOP RUN.
           MOVE W-COMPET    TO LN-CAB-COMPET
           MOVE W-ARQ-FOLHA TO LN-CAB-BASE
           MOVE W-DATA-HOJE TO LN-CAB-DATA
           WRITE REG-RELCONF FROM LN-CABEC1
           MOVE W-TOL-PERC  TO LN-TOL-PERC
           MOVE W-TOL-VALOR TO LN-TOL-VALOR
           WRITE REG-RELCONF FROM LN-CABEC-TOL
           WRITE REG-RELCONF FROM LN-CABEC2
           MOVE SPACES TO REG-RELCONF
           WRITE REG-RELCONF
           MOVE "OCORRENCIAS POR FUNCIONARIO" TO LN-SEC-TEXTO
           WRITE REG-RELCONF FROM LN-SECAO
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM
           PERFORM 2150-LE-FOLHA THRU 2150-LE-FOLHA-FIM.
       1500-ABRE-ARQUIVOS-FIM.
                EXIT.
      *
      *----------[ BALANCE-LINE: UMA COD DE CADA VEZ ]------------------
       2000-COMPARA.
           IF W-CHAVE-CAD < W-CHAVE-FOL
              PERFORM 2200-SO-CADASTRO THRU 2200-SO-CADASTRO-FIM
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM
              GO TO 2000-COMPARA-FIM.
           IF W-CHAVE-FOL < W-CHAVE-CAD
              PERFORM 2300-SO-FOLHA THRU 2300-SO-FOLHA-FIM
              PERFORM 2150-LE-FOLHA THRU 2150-LE-FOLHA-FIM
              GO TO 2000-COMPARA-FIM.
           PERFORM 2400-NOS-DOIS THRU 2400-NOS-DOIS-FIM
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM
           PERFORM 2150-LE-FOLHA THRU 2150-LE-FOLHA-FIM.
       2000-COMPARA-FIM.
                EXIT.
      *
      *----------[ PROXIMO DO CADPAG - MESMOS TOTAIS DO CDF227 ]--------
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD
              AT END MOVE 999999 TO W-CHAVE-CAD
                     GO TO 2100-LE-CADPAG-FIM
           END-READ
           MOVE COD TO W-CHAVE-CAD
           ADD 1  TO W-QTD-REG
           ADD SL TO W-TOT-SL.
       2100-LE-CADPAG-FIM.
                EXIT.
      *
      *----------[ PROXIMO DA FOLHA FECHADA ]---------------------------
       2150-LE-FOLHA.
           IF W-COMPET-BASE = ZEROS
              MOVE 999999 TO W-CHAVE-FOL
              GO TO 2150-LE-FOLHA-FIM.
           READ FOLHAMES NEXT RECORD
              AT END MOVE 999999 TO W-CHAVE-FOL
                     GO TO 2150-LE-FOLHA-FIM
           END-READ
           MOVE FOL-COD TO W-CHAVE-FOL.
       2150-LE-FOLHA-FIM.
                EXIT.
      *
      *----------[ COD NOVA - NAO ESTAVA NA FOLHA FECHADA ]-------------
       2200-SO-CADASTRO.
           PERFORM 2500-SOMA-ATUAL THRU 2500-SOMA-ATUAL-FIM
           MOVE COD  TO W-COD-OCORR
           MOVE NOME TO W-NOME-OCORR
           MOVE DP   TO W-DP-OCORR
           MOVE ZEROS TO W-VLR-ANT
           MOVE SB    TO W-VLR-ATU
           MOVE "S" TO W-COM-VALORES
           IF FUNC-DESLIGADO
              MOVE "ADMITIDO E DESLIGADO" TO W-TEXTO
           ELSE
              MOVE "ADMISSAO (SB)" TO W-TEXTO
              ADD 1 TO W-QTD-ADMISSOES.
           PERFORM 2800-GRAVA-OCORRENCIA THRU
                   2800-GRAVA-OCORRENCIA-FIM.
       2200-SO-CADASTRO-FIM.
                EXIT.
      *
      *----------[ COD DA FOLHA FECHADA QUE SAIU DO CADASTRO ]----------
       2300-SO-FOLHA.
           PERFORM 2550-SOMA-ANTERIOR THRU 2550-SOMA-ANTERIOR-FIM
           IF FOL-SITUACAO = "D"
              GO TO 2300-SO-FOLHA-FIM.
           MOVE FOL-COD  TO W-COD-OCORR
           MOVE FOL-NOME TO W-NOME-OCORR
           MOVE FOL-DP   TO W-DP-OCORR
           MOVE "EXCLUIDA DO CADASTRO (SL)" TO W-TEXTO
           MOVE FOL-SL TO W-VLR-ANT
           MOVE ZEROS  TO W-VLR-ATU
           MOVE "S" TO W-COM-VALORES
           PERFORM 2800-GRAVA-OCORRENCIA THRU
                   2800-GRAVA-OCORRENCIA-FIM.
       2300-SO-FOLHA-FIM.
                EXIT.
      *
      *----------[ COD NOS DOIS - O QUE MUDOU DESDE O FECHAMENTO ]------
      *    QUEM JA ESTAVA DESLIGADO NAO E COMPARADO; O DESLIGAMENTO
      *    DO MES SAI SO COMO OCORRENCIA, SEM AS VARIACOES DE VALOR.
       2400-NOS-DOIS.
           PERFORM 2500-SOMA-ATUAL THRU 2500-SOMA-ATUAL-FIM
           PERFORM 2550-SOMA-ANTERIOR THRU 2550-SOMA-ANTERIOR-FIM
           MOVE COD  TO W-COD-OCORR
           MOVE NOME TO W-NOME-OCORR
           MOVE DP   TO W-DP-OCORR
           IF FUNC-DESLIGADO AND FOL-SITUACAO = "D"
              GO TO 2400-NOS-DOIS-FIM.
           MOVE "N" TO W-COM-VALORES
           IF FUNC-DESLIGADO
              MOVE "DESLIGAMENTO" TO W-TEXTO
              ADD 1 TO W-QTD-DESLIGAM
              PERFORM 2800-GRAVA-OCORRENCIA THRU
                      2800-GRAVA-OCORRENCIA-FIM
              GO TO 2400-NOS-DOIS-FIM.
           IF FOL-SITUACAO = "D"
              MOVE "REATIVADO NO CADASTRO" TO W-TEXTO
              PERFORM 2800-GRAVA-OCORRENCIA THRU
                      2800-GRAVA-OCORRENCIA-FIM
           ELSE
              IF SITUACAO NOT = FOL-SITUACAO
                 MOVE FOL-SITUACAO TO W-SIT-DE
                 MOVE SITUACAO     TO W-SIT-PARA
                 MOVE W-TEXTO-SIT  TO W-TEXTO
                 PERFORM 2800-GRAVA-OCORRENCIA THRU
                         2800-GRAVA-OCORRENCIA-FIM.
           IF DP NOT = FOL-DP
              MOVE "MUDANCA DE DP" TO W-TEXTO
              MOVE FOL-DP TO W-VLR-ANT
              MOVE DP     TO W-VLR-ATU
              MOVE "S" TO W-COM-VALORES
              PERFORM 2800-GRAVA-OCORRENCIA THRU
                      2800-GRAVA-OCORRENCIA-FIM.
           MOVE "VARIACAO DE SB" TO W-TEXTO
           MOVE FOL-SB TO W-VLR-ANT
           MOVE SB     TO W-VLR-ATU
           PERFORM 2600-TESTA-VALOR THRU 2600-TESTA-VALOR-FIM
           MOVE "VARIACAO DE INSS" TO W-TEXTO
           MOVE FOL-INSS TO W-VLR-ANT
           MOVE INSS     TO W-VLR-ATU
           PERFORM 2600-TESTA-VALOR THRU 2600-TESTA-VALOR-FIM
           MOVE "VARIACAO DE IR" TO W-TEXTO
           MOVE FOL-IR TO W-VLR-ANT
           MOVE IR     TO W-VLR-ATU
           PERFORM 2600-TESTA-VALOR THRU 2600-TESTA-VALOR-FIM
           MOVE "VARIACAO DE SL" TO W-TEXTO
           MOVE FOL-SL TO W-VLR-ANT
           MOVE SL     TO W-VLR-ATU
           PERFORM 2600-TESTA-VALOR THRU 2600-TESTA-VALOR-FIM
           IF TEM-MOVPAG
              PERFORM 2700-COMPARA-EVENTOS THRU
                      2700-COMPARA-EVENTOS-FIM.
       2400-NOS-DOIS-FIM.
                EXIT.
      *
      *----------[ SOMA DA FOLHA VIVA NO DP ATUAL ]---------------------
       2500-SOMA-ATUAL.
           IF FUNC-DESLIGADO
              GO TO 2500-SOMA-ATUAL-FIM.
           COMPUTE W-IX-DP = DP + 1
           ADD 1    TO ACC-QTD-ATU(W-IX-DP)  TOT-QTD-ATU
           ADD SB   TO ACC-SB-ATU(W-IX-DP)   TOT-SB-ATU
           ADD INSS TO ACC-INSS-ATU(W-IX-DP) TOT-INSS-ATU
           ADD IR   TO ACC-IR-ATU(W-IX-DP)   TOT-IR-ATU
           ADD SL   TO ACC-SL-ATU(W-IX-DP)   TOT-SL-ATU.
       2500-SOMA-ATUAL-FIM.
                EXIT.
      *
      *----------[ SOMA DA FOLHA FECHADA NO DP DE ENTAO ]---------------
       2550-SOMA-ANTERIOR.
           IF FOL-SITUACAO = "D"
              GO TO 2550-SOMA-ANTERIOR-FIM.
           COMPUTE W-IX-DP = FOL-DP + 1
           ADD 1        TO ACC-QTD-ANT(W-IX-DP)  TOT-QTD-ANT
           ADD FOL-SB   TO ACC-SB-ANT(W-IX-DP)   TOT-SB-ANT
           ADD FOL-INSS TO ACC-INSS-ANT(W-IX-DP) TOT-INSS-ANT
           ADD FOL-IR   TO ACC-IR-ANT(W-IX-DP)   TOT-IR-ANT
           ADD FOL-SL   TO ACC-SL-ANT(W-IX-DP)   TOT-SL-ANT.
       2550-SOMA-ANTERIOR-FIM.
                EXIT.
      *
      *----------[ VARIACAO DE UM VALOR CONTRA AS TOLERANCIAS ]---------
      *    BASTA PASSAR UM DOS CRITERIOS LIGADOS; O PERCENTUAL E SOBRE
      *    O VALOR ANTERIOR (SEM VALOR ANTERIOR CONTA COMO 999,9%).
       2600-TESTA-VALOR.
           IF W-VLR-ATU = W-VLR-ANT
              GO TO 2600-TESTA-VALOR-FIM.
           IF W-VLR-ATU > W-VLR-ANT
              COMPUTE W-DIF = W-VLR-ATU - W-VLR-ANT
           ELSE
              COMPUTE W-DIF = W-VLR-ANT - W-VLR-ATU.
           IF W-VLR-ANT = ZEROS
              MOVE 999,9 TO W-PERC
           ELSE
              COMPUTE W-PERC ROUNDED = W-DIF * 100 / W-VLR-ANT
                 ON SIZE ERROR MOVE 999,9 TO W-PERC
              END-COMPUTE.
           MOVE "N" TO W-ACIMA
           IF W-TOL-PERC = ZEROS AND W-TOL-VALOR = ZEROS
              MOVE "S" TO W-ACIMA.
           IF W-TOL-PERC > ZEROS AND W-PERC > W-TOL-PERC
              MOVE "S" TO W-ACIMA.
           IF W-TOL-VALOR > ZEROS AND W-DIF > W-TOL-VALOR
              MOVE "S" TO W-ACIMA.
           IF NOT ACIMA-TOLERANCIA
              GO TO 2600-TESTA-VALOR-FIM.
           MOVE "S" TO W-COM-VALORES
           PERFORM 2800-GRAVA-OCORRENCIA THRU
                   2800-GRAVA-OCORRENCIA-FIM.
       2600-TESTA-VALOR-FIM.
                EXIT.
      *
      *----------[ EVENTOS DO MOVPAG - MES ATUAL X MES DA BASE ]--------
      *    OS DOIS MESES SAO CARREGADOS ANTES DA COMPARACAO: LEITURA
      *    DIRETA NO MEIO DE UM START/READ NEXT PERDERIA A POSICAO.
       2700-COMPARA-EVENTOS.
           MOVE W-COMPET-BASE TO MOV-COMPET
           PERFORM 2750-CARREGA-EVENTOS THRU 2750-CARREGA-EVENTOS-FIM
           MOVE TB-EVT-ATU TO TB-EVT-ANT
           MOVE W-QTD-EVT-ATU TO W-QTD-EVT-ANT
           MOVE W-COMPET TO MOV-COMPET
           PERFORM 2750-CARREGA-EVENTOS THRU 2750-CARREGA-EVENTOS-FIM
           MOVE ZEROS TO W-IX
           PERFORM 2760-EVENTO-ANTERIOR THRU 2760-EVENTO-ANTERIOR-FIM
              UNTIL W-IX = W-QTD-EVT-ANT
           MOVE ZEROS TO W-IX
           PERFORM 2780-EVENTO-NOVO THRU 2780-EVENTO-NOVO-FIM
              UNTIL W-IX = W-QTD-EVT-ATU.
       2700-COMPARA-EVENTOS-FIM.
                EXIT.
      *
      *----------[ EVENTOS DA COD NA COMPETENCIA DE MOV-COMPET ]--------
      *    SAEM EM TB-EVT-ATU / W-QTD-EVT-ATU.
       2750-CARREGA-EVENTOS.
           MOVE ZEROS TO W-QTD-EVT-ATU
           MOVE COD   TO MOV-COD
           MOVE ZEROS TO MOV-EVENTO
           START MOVPAG KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY GO TO 2750-CARREGA-EVENTOS-FIM
           END-START
           MOVE MOV-COMPET TO W-COMPET-MOV.
       2750-CARREGA-PROX.
           READ MOVPAG NEXT RECORD
              AT END GO TO 2750-CARREGA-EVENTOS-FIM
           END-READ.
           IF MOV-COMPET NOT = W-COMPET-MOV OR MOV-COD NOT = COD
              GO TO 2750-CARREGA-EVENTOS-FIM.
           IF W-QTD-EVT-ATU = MAX-EVT
              GO TO 2750-CARREGA-EVENTOS-FIM.
           ADD 1 TO W-QTD-EVT-ATU
           MOVE MOV-EVENTO TO TB-ATU-EVENTO(W-QTD-EVT-ATU)
           MOVE MOV-VALOR  TO TB-ATU-VALOR(W-QTD-EVT-ATU)
           GO TO 2750-CARREGA-PROX.
       2750-CARREGA-EVENTOS-FIM.
                EXIT.
      *
      *----------[ EVENTO DA BASE: SUMIU OU MUDOU DE VALOR? ]-----------
       2760-EVENTO-ANTERIOR.
           ADD 1 TO W-IX
           MOVE TB-ANT-EVENTO(W-IX) TO W-EVT-COD
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-JX
           PERFORM 2770-PROCURA-ATUAL THRU 2770-PROCURA-ATUAL-FIM
              UNTIL W-JX = W-QTD-EVT-ATU OR ACHOU-EVENTO
           MOVE TB-ANT-VALOR(W-IX) TO W-VLR-ANT
           IF ACHOU-EVENTO
              MOVE TB-ATU-VALOR(W-JX) TO W-VLR-ATU
              MOVE SPACES TO W-EVT-TXT
              MOVE W-TEXTO-EVT TO W-TEXTO
              PERFORM 2600-TESTA-VALOR THRU 2600-TESTA-VALOR-FIM
           ELSE
              MOVE ZEROS TO W-VLR-ATU
              MOVE " SEM LANCAMENTO" TO W-EVT-TXT
              MOVE W-TEXTO-EVT TO W-TEXTO
              MOVE "S" TO W-COM-VALORES
              PERFORM 2800-GRAVA-OCORRENCIA THRU
                      2800-GRAVA-OCORRENCIA-FIM.
       2760-EVENTO-ANTERIOR-FIM.
                EXIT.
      *
      *----------[ O MESMO EVENTO NO MES ATUAL ]------------------------
       2770-PROCURA-ATUAL.
           ADD 1 TO W-JX
           IF TB-ATU-EVENTO(W-JX) = W-EVT-COD
              MOVE "S" TO W-ACHOU.
       2770-PROCURA-ATUAL-FIM.
                EXIT.
      *
      *----------[ EVENTO DO MES QUE NAO EXISTIA NA BASE ]--------------
       2780-EVENTO-NOVO.
           ADD 1 TO W-IX
           MOVE TB-ATU-EVENTO(W-IX) TO W-EVT-COD
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-JX
           PERFORM 2790-PROCURA-ANTERIOR THRU 2790-PROCURA-ANTERIOR-FIM
              UNTIL W-JX = W-QTD-EVT-ANT OR ACHOU-EVENTO
           IF ACHOU-EVENTO
              GO TO 2780-EVENTO-NOVO-FIM.
           MOVE ZEROS TO W-VLR-ANT
           MOVE TB-ATU-VALOR(W-IX) TO W-VLR-ATU
           MOVE " NOVO NO MES" TO W-EVT-TXT
           MOVE W-TEXTO-EVT TO W-TEXTO
           PERFORM 2600-TESTA-VALOR THRU 2600-TESTA-VALOR-FIM.
       2780-EVENTO-NOVO-FIM.
                EXIT.
      *
      *----------[ O MESMO EVENTO NA BASE ]-----------------------------
       2790-PROCURA-ANTERIOR.
           ADD 1 TO W-JX
           IF TB-ANT-EVENTO(W-JX) = W-EVT-COD
              MOVE "S" TO W-ACHOU.
       2790-PROCURA-ANTERIOR-FIM.
                EXIT.
      *
      *----------[ UMA LINHA DE OCORRENCIA ]----------------------------
      *    W-TEXTO DESCREVE; COM W-COM-VALORES OS VALORES ANTES/DEPOIS
      *    (E A DIFERENCA) SAEM NAS COLUNAS, SENAO FICAM EM BRANCO.
       2800-GRAVA-OCORRENCIA.
           MOVE W-COD-OCORR  TO LN-DET-COD
           MOVE W-NOME-OCORR TO LN-DET-NOME
           MOVE W-DP-OCORR TO LN-DET-DP
           MOVE W-TEXTO    TO LN-DET-TEXTO
           MOVE SPACES TO LN-DET-VALORES
           IF COM-VALORES
              MOVE W-VLR-ANT TO LN-DET-ANT
              MOVE W-VLR-ATU TO LN-DET-ATU
              COMPUTE W-DIF-S = W-VLR-ATU - W-VLR-ANT
              MOVE W-DIF-S   TO LN-DET-DIF
              IF W-VLR-ANT NOT = ZEROS AND W-TEXTO NOT = "MUDANCA DE DP"
                 COMPUTE LN-DET-PERC ROUNDED =
                         W-DIF-S * 100 / W-VLR-ANT
                    ON SIZE ERROR MOVE 999,9 TO LN-DET-PERC
                 END-COMPUTE.
           WRITE REG-RELCONF FROM LN-DETALHE
           MOVE "N" TO W-COM-VALORES
           ADD 1 TO W-QTD-OCORR TOT-QTD-OCORR
           COMPUTE W-IX-DP = W-DP-OCORR + 1
           ADD 1 TO ACC-QTD-OCORR(W-IX-DP).
       2800-GRAVA-OCORRENCIA-FIM.
                EXIT.
      *
      *----------[ TOTAIS, REGISTRO DA EMISSAO E FECHAMENTO ]-----------
       3000-FINALIZA.
           MOVE SPACES TO REG-RELCONF
           WRITE REG-RELCONF
           MOVE "TOTAIS POR DEPARTAMENTO (ANTERIOR X ATUAL)"
             TO LN-SEC-TEXTO
           WRITE REG-RELCONF FROM LN-SECAO
           WRITE REG-RELCONF FROM LN-DEPTO-CAB
           MOVE ZEROS TO W-IX-DP
           PERFORM 3100-LINHA-DEPTO THRU 3100-LINHA-DEPTO-FIM
              UNTIL W-IX-DP = 1000
           MOVE "TOT"           TO LN-DPT-COD
           MOVE "EMPRESA"       TO LN-DPT-NOME
           MOVE TOT-QTD-ANT     TO LN-DPT-QTD-ANT
           MOVE TOT-QTD-ATU     TO LN-DPT-QTD-ATU
           COMPUTE LN-DPT-DIF-SB   = TOT-SB-ATU   - TOT-SB-ANT
           COMPUTE LN-DPT-DIF-INSS = TOT-INSS-ATU - TOT-INSS-ANT
           COMPUTE LN-DPT-DIF-IR   = TOT-IR-ATU   - TOT-IR-ANT
           COMPUTE LN-DPT-DIF-SL   = TOT-SL-ATU   - TOT-SL-ANT
           MOVE TOT-SL-ANT      TO LN-DPT-SL-ANT
           MOVE TOT-SL-ATU      TO LN-DPT-SL-ATU
           MOVE TOT-QTD-OCORR   TO LN-DPT-OCORR
           MOVE SPACES TO REG-RELCONF
           WRITE REG-RELCONF
           WRITE REG-RELCONF FROM LN-DEPTO
           MOVE SPACES TO REG-RELCONF
           WRITE REG-RELCONF
           MOVE W-QTD-REG       TO LN-TOT-QTD
           MOVE W-QTD-ADMISSOES TO LN-TOT-ADM
           MOVE W-QTD-DESLIGAM  TO LN-TOT-DESL
           MOVE W-QTD-OCORR     TO LN-TOT-OCORR
           WRITE REG-RELCONF FROM LN-TOTAIS
           MOVE "CONFERENCIA SO LIBERA O FECHAMENTO APOS O VISTO DO"
             TO LN-SEC-TEXTO
           WRITE REG-RELCONF FROM LN-SECAO
           MOVE "SUPERVISOR (CDF255 OPCAO 2)" TO LN-SEC-TEXTO
           WRITE REG-RELCONF FROM LN-SECAO
           PERFORM 3500-GRAVA-CONFERENCIA THRU
                   3500-GRAVA-CONFERENCIA-FIM
           PERFORM 3600-GRAVA-ETAPA THRU 3600-GRAVA-ETAPA-FIM
           DISPLAY "CONFERENCIA DA COMPETENCIA " W-COMPET
                   " CONTRA " W-ARQ-FOLHA
           DISPLAY "FUNCIONARIOS NO CADASTRO: " W-QTD-REG
           DISPLAY "OCORRENCIAS LISTADAS: " W-QTD-OCORR
           DISPLAY "DETALHES EM RELCONF.TXT - AGUARDANDO VISTO"
           IF W-COMPET-BASE NOT = ZEROS
              CLOSE FOLHAMES.
           IF TEM-MOVPAG
              CLOSE MOVPAG.
           IF TEM-DEPTOS
              CLOSE DEPTOS.
           CLOSE CADPAG
           CLOSE RELCONF.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ UMA LINHA POR DEPARTAMENTO COM MOVIMENTO ]-----------
       3100-LINHA-DEPTO.
           ADD 1 TO W-IX-DP
           IF ACC-QTD-ANT(W-IX-DP) = ZEROS
              AND ACC-QTD-ATU(W-IX-DP) = ZEROS
              AND ACC-QTD-OCORR(W-IX-DP) = ZEROS
              GO TO 3100-LINHA-DEPTO-FIM.
           COMPUTE W-DP-OCORR = W-IX-DP - 1
           MOVE W-DP-OCORR TO LN-DPT-COD
           MOVE "DEPTO NAO CADASTRADO" TO LN-DPT-NOME
           IF TEM-DEPTOS
              COMPUTE DPT-COD = W-IX-DP - 1
              READ DEPTOS
              IF ST-ERRO-DPT = "00" OR "02"
                 MOVE DPT-NOME TO LN-DPT-NOME.
           MOVE ACC-QTD-ANT(W-IX-DP) TO LN-DPT-QTD-ANT
           MOVE ACC-QTD-ATU(W-IX-DP) TO LN-DPT-QTD-ATU
           COMPUTE LN-DPT-DIF-SB =
                   ACC-SB-ATU(W-IX-DP) - ACC-SB-ANT(W-IX-DP)
           COMPUTE LN-DPT-DIF-INSS =
                   ACC-INSS-ATU(W-IX-DP) - ACC-INSS-ANT(W-IX-DP)
           COMPUTE LN-DPT-DIF-IR =
                   ACC-IR-ATU(W-IX-DP) - ACC-IR-ANT(W-IX-DP)
           COMPUTE LN-DPT-DIF-SL =
                   ACC-SL-ATU(W-IX-DP) - ACC-SL-ANT(W-IX-DP)
           MOVE ACC-SL-ANT(W-IX-DP)   TO LN-DPT-SL-ANT
           MOVE ACC-SL-ATU(W-IX-DP)   TO LN-DPT-SL-ATU
           MOVE ACC-QTD-OCORR(W-IX-DP) TO LN-DPT-OCORR
           WRITE REG-RELCONF FROM LN-DEPTO.
       3100-LINHA-DEPTO-FIM.
                EXIT.
      *
      *----------[ CONTROLE DA CONFERENCIA - VER CNFPAG ]---------------
      *    NOVA EMISSAO SEMPRE VOLTA A SITUACAO PARA "E" E LIMPA O
      *    VISTO: O QUE FOI VISTADO ANTES NAO E MAIS O QUE ESTA AQUI.
       3500-GRAVA-CONFERENCIA.
           OPEN I-O CONFER
           IF ST-ERRO-CNF = "30" OR "35"
              OPEN OUTPUT CONFER
              CLOSE CONFER
              OPEN I-O CONFER.
           IF ST-ERRO-CNF NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CONFER: " ST-ERRO-CNF
              GO TO 3500-GRAVA-CONFERENCIA-FIM.
           MOVE W-COMPET      TO CNF-ANOMES
           MOVE W-COMPET-BASE TO CNF-COMPET-BASE
           MOVE W-DATA-HOJE   TO CNF-DATA-EMISSAO
           ACCEPT W-HORA-TMP FROM TIME
           MOVE W-HORA-TMP(1:6) TO CNF-HORA-EMISSAO
           MOVE W-OPERADOR    TO CNF-OPERADOR
           MOVE W-QTD-REG     TO CNF-QTD-REG
           MOVE W-TOT-SL      TO CNF-TOT-SL
           MOVE W-QTD-OCORR   TO CNF-QTD-OCORR
           MOVE "E"           TO CNF-SITUACAO
           MOVE SPACES        TO CNF-SUPERVISOR CNF-HORA-VISTO
           MOVE ZEROS         TO CNF-DATA-VISTO
           WRITE REGCNF
           IF ST-ERRO-CNF = "22"
              REWRITE REGCNF.
           IF ST-ERRO-CNF NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO CONFER: " ST-ERRO-CNF.
           CLOSE CONFER.
       3500-GRAVA-CONFERENCIA-FIM.
                EXIT.
      *
      *----------[ REGISTRA A ETAPA DO CICLO MENSAL - VER ETPPAG ]------
       3600-GRAVA-ETAPA.
           OPEN I-O ETAPAS
           IF ST-ERRO-ETP = "30" OR "35"
              OPEN OUTPUT ETAPAS
              CLOSE ETAPAS
              OPEN I-O ETAPAS.
           IF ST-ERRO-ETP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ETAPAS: " ST-ERRO-ETP
              GO TO 3600-GRAVA-ETAPA-FIM.
           MOVE W-COMPET    TO ETP-ANOMES
           MOVE "CDF255"    TO ETP-PROGRAMA
           MOVE W-DATA-HOJE TO ETP-DATA
           ACCEPT W-HORA-TMP FROM TIME
           MOVE W-HORA-TMP(1:6) TO ETP-HORA
           MOVE W-QTD-REG   TO ETP-QTD-REG
           MOVE W-TOT-SL    TO ETP-TOTAL
           WRITE REGETP
           IF ST-ERRO-ETP = "22"
              REWRITE REGETP.
           IF ST-ERRO-ETP NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ETAPAS: " ST-ERRO-ETP.
           CLOSE ETAPAS.
       3600-GRAVA-ETAPA-FIM.
                EXIT.
      *
      *----------[ VISTO DO SUPERVISOR NA CONFERENCIA ]-----------------
      *    USUARIO E SENHA DE SUPERVISOR (OPERAD.DAT), COMO A
      *    CONFIRMACAO DE REEMISSAO DO CDF233.
       5000-VISTO.
           OPEN I-O CONFER
           IF ST-ERRO-CNF NOT = "00"
              DISPLAY "*** CONFERENCIA AINDA NAO EMITIDA ***"
              GO TO 5000-VISTO-FIM.
           MOVE W-COMPET TO CNF-ANOMES
           READ CONFER
           IF ST-ERRO-CNF NOT = "00" AND "02"
              DISPLAY "*** CONFERENCIA DE " W-COMPET
                      " AINDA NAO EMITIDA ***"
              CLOSE CONFER
              GO TO 5000-VISTO-FIM.
           IF CNF-VISTADA
              DISPLAY "*** CONFERENCIA JA VISTADA POR " CNF-SUPERVISOR
                      " EM " CNF-DATA-VISTO " ***"
              CLOSE CONFER
              GO TO 5000-VISTO-FIM.
           DISPLAY "CONFERENCIA EMITIDA EM " CNF-DATA-EMISSAO " "
                   CNF-HORA-EMISSAO " POR " CNF-OPERADOR
           DISPLAY "BASE " CNF-COMPET-BASE " - OCORRENCIAS: "
                   CNF-QTD-OCORR
           DISPLAY "SUPERVISOR:"
           ACCEPT W-SUP-ID
           DISPLAY "SENHA:"
           ACCEPT W-SUP-SENHA
           OPEN INPUT OPERAD
           IF ST-ERRO-OPR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO OPERAD: " ST-ERRO-OPR
              CLOSE CONFER
              GO TO 5000-VISTO-FIM.
           MOVE W-SUP-ID TO OPR-ID
           READ OPERAD
           IF ST-ERRO-OPR NOT = "00" AND "02"
              DISPLAY "*** OPERADOR NAO CADASTRADO - RECUSADO ***"
              CLOSE OPERAD CONFER
              GO TO 5000-VISTO-FIM.
           IF OPR-SENHA NOT = W-SUP-SENHA
              DISPLAY "*** SENHA INVALIDA - RECUSADO ***"
              CLOSE OPERAD CONFER
              GO TO 5000-VISTO-FIM.
           IF NOT OPR-E-SUPERVISOR
              DISPLAY "*** SOMENTE SUPERVISOR DA O VISTO ***"
              CLOSE OPERAD CONFER
              GO TO 5000-VISTO-FIM.
           CLOSE OPERAD
           DISPLAY "CONFIRMA O VISTO NA CONFERENCIA (S/N):"
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** VISTO NAO DADO ***"
              CLOSE CONFER
              GO TO 5000-VISTO-FIM.
           MOVE "V"         TO CNF-SITUACAO
           MOVE W-SUP-ID    TO CNF-SUPERVISOR
           MOVE W-DATA-HOJE TO CNF-DATA-VISTO
           ACCEPT W-HORA-TMP FROM TIME
           MOVE W-HORA-TMP(1:6) TO CNF-HORA-VISTO
           REWRITE REGCNF
           IF ST-ERRO-CNF NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO CONFER: " ST-ERRO-CNF
           ELSE
              DISPLAY "CONFERENCIA DE " W-COMPET " VISTADA POR "
                      W-SUP-ID.
           CLOSE CONFER.
       5000-VISTO-FIM.
                EXIT.
