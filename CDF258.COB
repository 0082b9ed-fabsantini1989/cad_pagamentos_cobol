       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF258.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    ORCADO X REALIZADO DE PESSOAL - CDF258  *
      ***********************************************
      *----------------------------------------------------------------
      *   COMPARA, POR DEPARTAMENTO, O ORCAMENTO DE PESSOAL (ORCADO.DAT
      *   DO CDF257, VER ORCPAG) COM O REALIZADO DAS COMPETENCIAS JA
      *   FECHADAS PELO CDF227, MES A MES DE JANEIRO ATE A COMPETENCIA
      *   INFORMADA E NO ACUMULADO DO ANO:
      *   - CUSTO REALIZADO = FOLHA BRUTA (SL+INSS+IRRF DO CONGELADO
      *     FOLHAAAAAMM.DAT, O MESMO RECORTE DO CDF233) RATEADA PELOS
      *     DIAS EM CADA LOTACAO (LOTACAO.DAT, COMO NO CDF233), MAIS OS
      *     ENCARGOS: INSS PATRONAL, RAT E TERCEIROS SOBRE A BRUTA DO
      *     DEPARTAMENTO E O FGTS JA RATEADO PELO CDF246 (FGTSDP.DAT);
      *   - QUADRO REALIZADO = FUNCIONARIOS NAO DESLIGADOS, CONTADOS NO
      *     DEPARTAMENTO DA LOTACAO NO FIM DO MES; NO ACUMULADO, A
      *     MEDIA DOS MESES FECHADOS.
      *   DEPARTAMENTO COM CUSTO OU QUADRO ACIMA DO ORCADO MAIS A
      *   TOLERANCIA INFORMADA (EM %), OU COM REALIZADO SEM ORCAMENTO,
      *   SAI MARCADO COM "*" NO RELATORIO (RELORC.TXT). MES AINDA NAO
      *   FECHADO MOSTRA SO O ORCADO E FICA FORA DO ACUMULADO.
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
       SELECT DEPTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPT-COD
                    FILE STATUS  IS ST-ERRO-DEP.
       SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-ANOMES
                    FILE STATUS  IS ST-ERRO-CMP.
       SELECT ORCADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ERRO-ORC.
       SELECT LOTACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
       SELECT FGTSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FDP-CHAVE
                    FILE STATUS  IS ST-ERRO-FDP.
       SELECT RELORC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    O NOME FISICO FICA EM W-ARQ-CADPAG: A CADA MES E O CONGELADO
      *    FOLHAAAAAMM.DAT DA COMPETENCIA, GRAVADO PELO CDF227.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAG.
           COPY REGPAG.
       FD DEPTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPTOS.DAT".
           COPY DEPTOS.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD ORCADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCADO.DAT".
           COPY ORCPAG.
       FD LOTACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
           COPY LOTPAG.
       FD FGTSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FGTSDP.DAT".
           COPY FDPPAG.
       FD RELORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORC.TXT".
       01 REG-RELORC                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-ORC         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-ARQ-CADPAG        PIC X(20) VALUE SPACES.
       01 W-COMPET-FIM.
           05 W-ANOMES-FIM    PIC 9(06) VALUE ZEROS.
           05 FILLER REDEFINES W-ANOMES-FIM.
               10 W-ANO       PIC 9(04).
               10 W-MES-FIM   PIC 9(02).
       77 W-TOLERANCIA        PIC 9(03) VALUE ZEROS.
       77 W-MES-IDX           PIC 9(02) VALUE ZEROS.
       77 W-COMP-LCT          PIC 9(06) VALUE ZEROS.
       77 W-DP-IDX            PIC 9(03) VALUE ZEROS.
       77 W-QTD-FECHADOS      PIC 9(02) VALUE ZEROS.
       77 W-QTD-FUNC          PIC 9(06) VALUE ZEROS.
       77 W-QTD-SEM-DP        PIC 9(06) VALUE ZEROS.
       77 W-ENC-PATRONAL      PIC 9(13) VALUE ZEROS.
       77 W-DP-USADO          PIC X(01) VALUE "N".
           88 DEPTO-USADO           VALUE "S".
      *----[ MESES FECHADOS NO COMPET.DAT - 1 A 12 ]--------------------
       01 TB-MESES.
           05 W-MES-FECHADO   PIC X(01) OCCURS 12 TIMES.
      *----[ RATEIO DO CUSTO PELA LOTACAO COM VIGENCIA - VER LOTPAG ]---
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
      *----[ FGTS DO MES POR DEPARTAMENTO - VER FDPPAG (CDF246) ]-------
       77 ST-ERRO-FDP         PIC X(02) VALUE "00".
       77 W-TEM-FDP           PIC X(01) VALUE "N".
           88 TEM-FGTSDP            VALUE "S".
       77 W-FIM-FDP           PIC X(01) VALUE "N".
           88 FIM-FGTSDP            VALUE "S".
       77 W-TOT-FGTS-MES      PIC 9(13) VALUE ZEROS.
      *----[ ENCARGOS PATRONAIS SOBRE A FOLHA BRUTA ]-------------------
       77 ALIQ-INSS-PATRONAL  PIC 9(02)V9(02) VALUE 20,00.
       77 ALIQ-RAT            PIC 9(02)V9(02) VALUE 2,00.
       77 ALIQ-TERCEIROS      PIC 9(02)V9(02) VALUE 5,80.
      *----[ COMPARACAO DE UMA LINHA DO RELATORIO ]---------------------
       77 W-TEM-ORC           PIC X(01) VALUE "N".
           88 TEM-ORCAMENTO         VALUE "S".
       77 W-ORC-QTD           PIC 9(05) VALUE ZEROS.
       77 W-REAL-QTD          PIC 9(05) VALUE ZEROS.
       77 W-ORC-CUSTO         PIC 9(13) VALUE ZEROS.
       77 W-REAL-CUSTO        PIC 9(13) VALUE ZEROS.
       77 W-DIF               PIC S9(13) VALUE ZEROS.
       77 W-PERC              PIC S9(05)V9 VALUE ZEROS.
       77 W-LIMITE-CUSTO      PIC 9(13) VALUE ZEROS.
       77 W-LIMITE-QTD        PIC 9(07)V99 VALUE ZEROS.
       77 W-SITUACAO          PIC X(16) VALUE SPACES.
       77 W-ACIMA             PIC X(01) VALUE "N".
           88 ACIMA-DO-ORCADO       VALUE "S".
      *----[ ACUMULADO DO ANO - DEPARTAMENTO E EMPRESA ]----------------
       77 ACU-QTD-ORC         PIC 9(07) VALUE ZEROS.
       77 ACU-QTD-REAL        PIC 9(07) VALUE ZEROS.
       77 ACU-CUSTO-ORC       PIC 9(13) VALUE ZEROS.
       77 ACU-CUSTO-REAL      PIC 9(13) VALUE ZEROS.
       77 TOT-QTD-ORC         PIC 9(07) VALUE ZEROS.
       77 TOT-QTD-REAL        PIC 9(07) VALUE ZEROS.
       77 TOT-CUSTO-ORC       PIC 9(13) VALUE ZEROS.
       77 TOT-CUSTO-REAL      PIC 9(13) VALUE ZEROS.
       77 W-QTD-DEPTOS        PIC 9(03) VALUE ZEROS.
       77 W-QTD-DEPTOS-ACIMA  PIC 9(03) VALUE ZEROS.
       77 W-QTD-MESES-ACIMA   PIC 9(05) VALUE ZEROS.
      *
      *----------[ REALIZADO POR DEPARTAMENTO E MES ]-------------------
      *    INDEXADO DIRETO PELO PROPRIO NUMERO DO DP (001-999) E PELO
      *    MES DA COMPETENCIA (01-12).
       01 TB-REALIZADO.
           05 REAL-DEPTO OCCURS 999 TIMES.
               10 REAL-MES OCCURS 12 TIMES.
                   15 REAL-QTD    PIC 9(05).
                   15 REAL-BRUTO  PIC 9(13).
                   15 REAL-ENC    PIC 9(13).
      *
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 LN-CABEC1.
           05 FILLER  PIC X(60) VALUE
              "ORCADO X REALIZADO DE PESSOAL POR DEPARTAMENTO - CDF258".
           05 FILLER  PIC X(05) VALUE "ANO: ".
           05 LN-CAB-ANO      PIC 9(04).
           05 FILLER  PIC X(13) VALUE "  ATE O MES: ".
           05 LN-CAB-MES      PIC 9(02).
           05 FILLER  PIC X(14) VALUE "  TOLERANCIA: ".
           05 LN-CAB-TOL      PIC ZZ9.
           05 FILLER  PIC X(01) VALUE "%".
           05 FILLER  PIC X(30) VALUE SPACES.
       01 LN-CABEC2.
           05 FILLER  PIC X(50) VALUE
              " CUSTO = BRUTA (SL+INSS+IRRF) + INSS PATRONAL, RAT".
           05 FILLER  PIC X(82) VALUE
              ", TERCEIROS E FGTS; QUADRO = LOTACAO NO FIM DO MES".
       01 LN-CABEC3.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(05) VALUE "DP".
           05 FILLER  PIC X(22) VALUE "DEPARTAMENTO".
           05 FILLER  PIC X(09) VALUE "MES".
           05 FILLER  PIC X(08) VALUE "QD ORC".
           05 FILLER  PIC X(08) VALUE "QD REAL".
           05 FILLER  PIC X(16) VALUE "  CUSTO ORCADO".
           05 FILLER  PIC X(16) VALUE "    CUSTO REAL".
           05 FILLER  PIC X(18) VALUE "       DIFERENCA".
           05 FILLER  PIC X(10) VALUE "   DIF %".
           05 FILLER  PIC X(19) VALUE "SITUACAO".
       01 LN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DP           PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-NOME         PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-MES          PIC X(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-QTD-ORC      PIC ZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-QTD-REAL     PIC ZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CUSTO-ORC    PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CUSTO-REAL   PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DIF          PIC -ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-PERC         PIC -ZZZZ9,9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-SITUACAO     PIC X(16).
           05 FILLER          PIC X(01) VALUE SPACES.
       01 LN-MES-EDIT.
           05 LN-ME-MES       PIC 9(02).
           05 FILLER          PIC X(01) VALUE "/".
           05 LN-ME-ANO       PIC 9(04).
       01 LN-RESUMO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-RES-DESC     PIC X(50).
           05 LN-RES-QTD      PIC ZZZZ9.
           05 FILLER          PIC X(76) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM
           PERFORM 2000-PROCESSA-MES THRU 2000-PROCESSA-MES-FIM
              UNTIL W-MES-IDX = W-MES-FIM
           PERFORM 3000-FINALIZA THRU 3000-FINALIZA-FIM
           STOP RUN.
      *
      *----------[ PARAMETROS E ABERTURA DOS ARQUIVOS ]-----------------
       1000-INICIALIZA.
           MOVE ZEROS TO TB-REALIZADO
           MOVE ALL "N" TO TB-MESES
           DISPLAY "COMPARATIVO ATE A COMPETENCIA (AAAAMM):"
           ACCEPT W-ANOMES-FIM
           IF W-ANO < 2000 OR W-MES-FIM < 01 OR W-MES-FIM > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-ANOMES-FIM
              STOP RUN.
           DISPLAY "TOLERANCIA SOBRE O ORCADO (%):"
           ACCEPT W-TOLERANCIA
           OPEN INPUT COMPET
           IF ST-ERRO-CMP NOT = "00"
              DISPLAY "*** NENHUMA COMPETENCIA FECHADA (COMPET): "
                      ST-ERRO-CMP
              STOP RUN.
           OPEN INPUT ORCADO
           IF ST-ERRO-ORC NOT = "00"
              DISPLAY "*** SEM ORCAMENTO CADASTRADO (CDF257): "
                      ST-ERRO-ORC
              CLOSE COMPET
              STOP RUN.
           OPEN INPUT DEPTOS
           IF ST-ERRO-DEP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO DEPTOS: " ST-ERRO-DEP
              CLOSE COMPET ORCADO
              STOP RUN.
      *    ARQUIVO OPCIONAL (VER CDF222): SEM HISTORICO DE LOTACAO O
      *    CUSTO E O QUADRO VAO INTEIROS PARA O DP DO CONGELADO.
           OPEN INPUT LOTACAO
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-TEM-LOT
           ELSE
              MOVE "N" TO W-TEM-LOT.
      *    ARQUIVO OPCIONAL (VER CDF246): SEM ELE O REALIZADO SAI SEM O
      *    FGTS, COM AVISO, COMO NO CDF233.
           OPEN INPUT FGTSDP
           IF ST-ERRO-FDP = "00"
              MOVE "S" TO W-TEM-FDP
           ELSE
              MOVE "N" TO W-TEM-FDP.
           OPEN OUTPUT RELORC
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELORC: " ST-ERRO-REL
              CLOSE COMPET ORCADO DEPTOS
              STOP RUN.
           MOVE W-ANO        TO LN-CAB-ANO
           MOVE W-MES-FIM    TO LN-CAB-MES
           MOVE W-TOLERANCIA TO LN-CAB-TOL
           WRITE REG-RELORC FROM LN-CABEC1
           WRITE REG-RELORC FROM LN-CABEC2
           MOVE SPACES TO REG-RELORC
           WRITE REG-RELORC
           WRITE REG-RELORC FROM LN-CABEC3
           MOVE SPACES TO REG-RELORC
           WRITE REG-RELORC
           MOVE ZEROS TO W-MES-IDX.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ REALIZADO DE UMA COMPETENCIA DO ANO ]----------------
      *    SO COMPETENCIA FECHADA NO COMPET.DAT ENTRA: A FOLHA VIVA
      *    AINDA MUDA ATE O FECHAMENTO E NAO E REALIZADO.
       2000-PROCESSA-MES.
           ADD 1 TO W-MES-IDX
           COMPUTE W-COMP-LCT = W-ANO * 100 + W-MES-IDX
           MOVE W-COMP-LCT TO CMP-ANOMES
           READ COMPET
           IF ST-ERRO-CMP NOT = "00" AND "02"
              GO TO 2000-PROCESSA-MES-FIM.
           IF NOT CMP-FECHADA
              GO TO 2000-PROCESSA-MES-FIM.
           MOVE SPACES TO W-ARQ-CADPAG
           STRING "FOLHA"     DELIMITED BY SIZE
                  W-COMP-LCT  DELIMITED BY SIZE
                  ".DAT"      DELIMITED BY SIZE
             INTO W-ARQ-CADPAG
           END-STRING
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** CONGELADO " W-ARQ-CADPAG " NAO ABRIU: "
                      ST-ERRO " - MES FORA DO REALIZADO ***"
              GO TO 2000-PROCESSA-MES-FIM.
           MOVE "S" TO W-MES-FECHADO(W-MES-IDX)
           ADD 1 TO W-QTD-FECHADOS
           MOVE TB-ULT-DIA(W-MES-IDX) TO W-DIAS-MES
           COMPUTE W-MES-INI-DATA = W-COMP-LCT * 100 + 1
           COMPUTE W-MES-FIM-DATA = W-COMP-LCT * 100 + W-DIAS-MES
           MOVE "00" TO ST-ERRO
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM
           PERFORM 2200-ACUMULA-FUNC THRU 2200-ACUMULA-FUNC-FIM
              UNTIL ST-ERRO = "10"
           CLOSE CADPAG
           MOVE ZEROS TO W-DP-IDX
           PERFORM 2600-ENCARGOS-DEPTO THRU 2600-ENCARGOS-DEPTO-FIM
              UNTIL W-DP-IDX = 999
           PERFORM 2500-SOMA-FGTS THRU 2500-SOMA-FGTS-FIM.
       2000-PROCESSA-MES-FIM.
                EXIT.
      *
      *----------[ LEITURA SEQUENCIAL DO CONGELADO PELA ORDEM DE COD ]--
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
       2100-LE-CADPAG-FIM.
                EXIT.
      *
      *----------[ UM FUNCIONARIO DO MES ]------------------------------
      *    O CUSTO TEM O MESMO RECORTE DO CDF233 (ATIVO E AFASTADO COM
      *    LIQUIDO NO MES); O QUADRO CONTA TODO FUNCIONARIO NAO
      *    DESLIGADO, INCLUSIVE O AFASTADO SEM LIQUIDO.
       2200-ACUMULA-FUNC.
           IF FUNC-DESLIGADO
              GO TO 2200-ACUMULA-PROX.
           IF DP = ZEROS AND NOT TEM-LOTACAO
              DISPLAY "*** COD " COD " COM DEPTO ZERADO EM "
                      W-COMP-LCT " - FORA DO REALIZADO ***"
              ADD 1 TO W-QTD-SEM-DP
              GO TO 2200-ACUMULA-PROX.
           MOVE ZEROS TO W-CUSTO
           IF FUNC-ATIVO OR SL > ZEROS
              COMPUTE W-CUSTO = SL + INSS + IR.
           PERFORM 2300-RATEIA-CUSTO THRU 2300-RATEIA-CUSTO-FIM
           ADD 1 TO W-QTD-FUNC.
       2200-ACUMULA-PROX.
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2200-ACUMULA-FUNC-FIM.
                EXIT.
      *
      *----------[ RATEIO DO CUSTO PELOS DIAS EM CADA LOTACAO ]---------
      *    MESMA REGRA DO CDF233: SEM VIGENCIA NO MES O CUSTO VAI
      *    INTEIRO PARA O DP DO CADASTRO; COM VIGENCIAS, PROPORCIONAL
      *    AOS DIAS, COM A SOBRA DE ARREDONDAMENTO NA ULTIMA. O QUADRO
      *    VAI PARA A ULTIMA VIGENCIA DO MES (A LOTACAO NO FIM DO MES).
       2300-RATEIA-CUSTO.
           IF NOT TEM-LOTACAO
              ADD W-CUSTO TO REAL-BRUTO(DP, W-MES-IDX)
              ADD 1       TO REAL-QTD(DP, W-MES-IDX)
              GO TO 2300-RATEIA-CUSTO-FIM.
           MOVE ZEROS TO W-RATEADO W-ULT-DP-LOT
           MOVE "N" TO W-ACHOU-LOT
           MOVE "N" TO W-FIM-LOT
           MOVE COD   TO LOT-COD
           MOVE ZEROS TO LOT-DT-INI
           START LOTACAO KEY IS NOT LESS THAN LOT-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-LOT
           END-START
           PERFORM 2400-RATEIA-LOTACAO THRU 2400-RATEIA-LOTACAO-FIM
              UNTIL FIM-LOTACAO
           IF ACHOU-LOTACAO
              GO TO 2300-RATEIA-SOBRA.
           IF DP = ZEROS
              DISPLAY "*** COD " COD " SEM DEPTO NEM LOTACAO EM "
                      W-COMP-LCT " - FORA DO REALIZADO ***"
              ADD 1 TO W-QTD-SEM-DP
              GO TO 2300-RATEIA-CUSTO-FIM.
           ADD W-CUSTO TO REAL-BRUTO(DP, W-MES-IDX)
           ADD 1       TO REAL-QTD(DP, W-MES-IDX)
           GO TO 2300-RATEIA-CUSTO-FIM.
       2300-RATEIA-SOBRA.
           IF W-RATEADO NOT = W-CUSTO
              COMPUTE REAL-BRUTO(W-ULT-DP-LOT, W-MES-IDX) =
                  REAL-BRUTO(W-ULT-DP-LOT, W-MES-IDX)
                  + W-CUSTO - W-RATEADO.
           ADD 1 TO REAL-QTD(W-ULT-DP-LOT, W-MES-IDX).
       2300-RATEIA-CUSTO-FIM.
                EXIT.
      *
      *----------[ PARCELA DE UMA VIGENCIA DENTRO DO MES ]--------------
       2400-RATEIA-LOTACAO.
           READ LOTACAO NEXT RECORD
              AT END MOVE "S" TO W-FIM-LOT
           END-READ
           IF FIM-LOTACAO
              GO TO 2400-RATEIA-LOTACAO-FIM.
           IF LOT-COD NOT = COD
              MOVE "S" TO W-FIM-LOT
              GO TO 2400-RATEIA-LOTACAO-FIM.
           IF LOT-DP = ZEROS
              GO TO 2400-RATEIA-LOTACAO-FIM.
           MOVE W-MES-INI-DATA TO W-EFET-INI
           IF LOT-DT-INI > W-EFET-INI
              MOVE LOT-DT-INI TO W-EFET-INI.
           MOVE W-MES-FIM-DATA TO W-EFET-FIM
           IF LOT-DT-FIM NOT = ZEROS
              IF LOT-DT-FIM < W-EFET-FIM
                 MOVE LOT-DT-FIM TO W-EFET-FIM.
           IF W-EFET-INI > W-EFET-FIM
              GO TO 2400-RATEIA-LOTACAO-FIM.
           MOVE W-EFET-INI(7:2) TO W-DIA-INI
           MOVE W-EFET-FIM(7:2) TO W-DIA-FIM
           COMPUTE W-DIAS-LOT = W-DIA-FIM - W-DIA-INI + 1
           COMPUTE W-PARCELA-LOT ROUNDED =
               W-CUSTO * W-DIAS-LOT / W-DIAS-MES
           ADD W-PARCELA-LOT TO REAL-BRUTO(LOT-DP, W-MES-IDX)
           ADD W-PARCELA-LOT TO W-RATEADO
           MOVE LOT-DP TO W-ULT-DP-LOT
           MOVE "S" TO W-ACHOU-LOT.
       2400-RATEIA-LOTACAO-FIM.
                EXIT.
      *
      *----------[ FGTS DO MES JA RATEADO PELO CDF246 ]-----------------
       2500-SOMA-FGTS.
           MOVE ZEROS TO W-TOT-FGTS-MES
           IF NOT TEM-FGTSDP
              GO TO 2500-SOMA-FGTS-AVISO.
           MOVE "N" TO W-FIM-FDP
           MOVE W-COMP-LCT TO FDP-COMPET
           MOVE ZEROS      TO FDP-DP
           START FGTSDP KEY IS NOT LESS THAN FDP-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-FDP
           END-START
           PERFORM 2550-LE-FGTSDP THRU 2550-LE-FGTSDP-FIM
              UNTIL FIM-FGTSDP.
       2500-SOMA-FGTS-AVISO.
           IF W-TOT-FGTS-MES = ZEROS
              DISPLAY "*** FGTS DE " W-COMP-LCT " NAO APURADO (CDF246)"
                      " - REALIZADO SEM O FGTS ***".
       2500-SOMA-FGTS-FIM.
                EXIT.
      *
       2550-LE-FGTSDP.
           READ FGTSDP NEXT RECORD
              AT END MOVE "S" TO W-FIM-FDP
           END-READ
           IF FIM-FGTSDP
              GO TO 2550-LE-FGTSDP-FIM.
           IF FDP-COMPET NOT = W-COMP-LCT
              MOVE "S" TO W-FIM-FDP
              GO TO 2550-LE-FGTSDP-FIM.
           IF FDP-DP = ZEROS
              GO TO 2550-LE-FGTSDP-FIM.
           ADD FDP-VALOR TO REAL-ENC(FDP-DP, W-MES-IDX)
           ADD FDP-VALOR TO W-TOT-FGTS-MES.
       2550-LE-FGTSDP-FIM.
                EXIT.
      *
      *----------[ ENCARGOS PATRONAIS SOBRE A BRUTA DO DEPARTAMENTO ]---
       2600-ENCARGOS-DEPTO.
           ADD 1 TO W-DP-IDX
           IF REAL-BRUTO(W-DP-IDX, W-MES-IDX) = ZEROS
              GO TO 2600-ENCARGOS-DEPTO-FIM.
           COMPUTE W-ENC-PATRONAL ROUNDED =
               REAL-BRUTO(W-DP-IDX, W-MES-IDX) *
               (ALIQ-INSS-PATRONAL + ALIQ-RAT + ALIQ-TERCEIROS) / 100
           ADD W-ENC-PATRONAL TO REAL-ENC(W-DP-IDX, W-MES-IDX).
       2600-ENCARGOS-DEPTO-FIM.
                EXIT.
      *
      *----------[ RELATORIO POR DEPARTAMENTO E TOTAIS DA EMPRESA ]-----
       3000-FINALIZA.
           MOVE ZEROS TO W-DP-IDX
           PERFORM 3100-DEPARTAMENTO THRU 3100-DEPARTAMENTO-FIM
              UNTIL W-DP-IDX = 999
           PERFORM 3500-TOTAL-EMPRESA THRU 3500-TOTAL-EMPRESA-FIM
           IF W-QTD-FECHADOS = ZEROS
              DISPLAY "*** NENHUMA COMPETENCIA FECHADA EM " W-ANO
                      " ATE O MES " W-MES-FIM " - SO O ORCADO ***".
           DISPLAY "RELORC.TXT GERADO - DEPARTAMENTOS: " W-QTD-DEPTOS
                   " ACIMA DO ORCADO NO ANO: " W-QTD-DEPTOS-ACIMA
           IF TEM-LOTACAO
              CLOSE LOTACAO.
           IF TEM-FGTSDP
              CLOSE FGTSDP.
           CLOSE COMPET
           CLOSE ORCADO
           CLOSE DEPTOS
           CLOSE RELORC.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ LINHAS DOS MESES E ACUMULADO DE UM DEPARTAMENTO ]----
      *    SAI TODO DEPARTAMENTO COM ORCAMENTO NO ANO OU COM REALIZADO
      *    EM ALGUM MES FECHADO.
       3100-DEPARTAMENTO.
           ADD 1 TO W-DP-IDX
           PERFORM 3150-TESTA-DEPTO THRU 3150-TESTA-DEPTO-FIM
           IF NOT DEPTO-USADO
              GO TO 3100-DEPARTAMENTO-FIM.
           ADD 1 TO W-QTD-DEPTOS
           MOVE W-DP-IDX TO DPT-COD
           READ DEPTOS
           IF ST-ERRO-DEP NOT = "00" AND "02"
              MOVE "*** SEM CADASTRO ***" TO DPT-NOME.
           MOVE ZEROS TO ACU-QTD-ORC ACU-QTD-REAL
                         ACU-CUSTO-ORC ACU-CUSTO-REAL
           MOVE ZEROS TO W-MES-IDX
           PERFORM 3200-LINHA-MES THRU 3200-LINHA-MES-FIM
              UNTIL W-MES-IDX = W-MES-FIM
           IF W-QTD-FECHADOS > ZEROS
              PERFORM 3300-LINHA-ACUMULADO THRU
                      3300-LINHA-ACUMULADO-FIM.
           MOVE SPACES TO REG-RELORC
           WRITE REG-RELORC.
       3100-DEPARTAMENTO-FIM.
                EXIT.
      *
      *----------[ O DEPARTAMENTO TEM ORCADO OU REALIZADO NO ANO? ]-----
       3150-TESTA-DEPTO.
           MOVE "N" TO W-DP-USADO
           MOVE ZEROS TO W-MES-IDX.
       3150-TESTA-MES.
           ADD 1 TO W-MES-IDX
           IF REAL-QTD(W-DP-IDX, W-MES-IDX) > ZEROS
              OR REAL-BRUTO(W-DP-IDX, W-MES-IDX) > ZEROS
              OR REAL-ENC(W-DP-IDX, W-MES-IDX) > ZEROS
              MOVE "S" TO W-DP-USADO
              GO TO 3150-TESTA-DEPTO-FIM.
           IF W-MES-IDX < W-MES-FIM
              GO TO 3150-TESTA-MES.
           MOVE W-DP-IDX TO ORC-DP
           COMPUTE ORC-ANOMES = W-ANO * 100 + 1
           START ORCADO KEY IS NOT LESS THAN ORC-CHAVE
              INVALID KEY GO TO 3150-TESTA-DEPTO-FIM
           END-START
           READ ORCADO NEXT RECORD
              AT END GO TO 3150-TESTA-DEPTO-FIM
           END-READ
           IF ORC-DP = W-DP-IDX AND ORC-ANOMES NOT > W-ANOMES-FIM
              MOVE "S" TO W-DP-USADO.
       3150-TESTA-DEPTO-FIM.
                EXIT.
      *
      *----------[ ORCADO X REALIZADO DE UM MES ]-----------------------
       3200-LINHA-MES.
           ADD 1 TO W-MES-IDX
           COMPUTE W-COMP-LCT = W-ANO * 100 + W-MES-IDX
           MOVE W-DP-IDX   TO ORC-DP
           MOVE W-COMP-LCT TO ORC-ANOMES
           READ ORCADO
           IF ST-ERRO-ORC = "00" OR "02"
              MOVE "S" TO W-TEM-ORC
              MOVE ORC-QTD-FUNC TO W-ORC-QTD
              COMPUTE W-ORC-CUSTO = ORC-BRUTO + ORC-ENCARGOS
           ELSE
              MOVE "N" TO W-TEM-ORC
              MOVE ZEROS TO W-ORC-QTD W-ORC-CUSTO.
           MOVE W-MES-IDX TO LN-ME-MES
           MOVE W-ANO     TO LN-ME-ANO
           MOVE LN-MES-EDIT TO LN-MES
           IF W-MES-FECHADO(W-MES-IDX) = "S"
              GO TO 3200-LINHA-FECHADA.
           IF TEM-ORCAMENTO
              MOVE ZEROS TO W-REAL-QTD W-REAL-CUSTO W-DIF W-PERC
              MOVE "NAO FECHADA" TO W-SITUACAO
              PERFORM 3400-GRAVA-LINHA THRU 3400-GRAVA-LINHA-FIM.
           GO TO 3200-LINHA-MES-FIM.
       3200-LINHA-FECHADA.
           MOVE REAL-QTD(W-DP-IDX, W-MES-IDX) TO W-REAL-QTD
           COMPUTE W-REAL-CUSTO = REAL-BRUTO(W-DP-IDX, W-MES-IDX)
                                + REAL-ENC(W-DP-IDX, W-MES-IDX)
           ADD W-ORC-QTD    TO ACU-QTD-ORC
           ADD W-REAL-QTD   TO ACU-QTD-REAL
           ADD W-ORC-CUSTO  TO ACU-CUSTO-ORC
           ADD W-REAL-CUSTO TO ACU-CUSTO-REAL
           IF NOT TEM-ORCAMENTO AND W-REAL-QTD = ZEROS
              AND W-REAL-CUSTO = ZEROS
              GO TO 3200-LINHA-MES-FIM.
           PERFORM 3350-AVALIA THRU 3350-AVALIA-FIM
           IF ACIMA-DO-ORCADO
              ADD 1 TO W-QTD-MESES-ACIMA.
           PERFORM 3400-GRAVA-LINHA THRU 3400-GRAVA-LINHA-FIM.
       3200-LINHA-MES-FIM.
                EXIT.
      *
      *----------[ ACUMULADO DO ANO DO DEPARTAMENTO ]-------------------
      *    CUSTO SOMADO NOS MESES FECHADOS; QUADRO PELA MEDIA MENSAL.
       3300-LINHA-ACUMULADO.
           ADD ACU-QTD-ORC    TO TOT-QTD-ORC
           ADD ACU-QTD-REAL   TO TOT-QTD-REAL
           ADD ACU-CUSTO-ORC  TO TOT-CUSTO-ORC
           ADD ACU-CUSTO-REAL TO TOT-CUSTO-REAL
           COMPUTE W-ORC-QTD ROUNDED  = ACU-QTD-ORC / W-QTD-FECHADOS
           COMPUTE W-REAL-QTD ROUNDED = ACU-QTD-REAL / W-QTD-FECHADOS
           MOVE ACU-CUSTO-ORC  TO W-ORC-CUSTO
           MOVE ACU-CUSTO-REAL TO W-REAL-CUSTO
           PERFORM 3350-AVALIA THRU 3350-AVALIA-FIM
           IF ACIMA-DO-ORCADO
              ADD 1 TO W-QTD-DEPTOS-ACIMA.
           MOVE "ACUMUL." TO LN-MES
           PERFORM 3400-GRAVA-LINHA THRU 3400-GRAVA-LINHA-FIM.
       3300-LINHA-ACUMULADO-FIM.
                EXIT.
      *
      *----------[ DIFERENCA, PERCENTUAL E MARCA DE ESTOURO ]-----------
      *    ESTOURO = REALIZADO ACIMA DO ORCADO MAIS A TOLERANCIA, NO
      *    CUSTO OU NO QUADRO; REALIZADO SEM ORCAMENTO TAMBEM E MARCADO.
       3350-AVALIA.
           MOVE "N" TO W-ACIMA
           MOVE SPACES TO W-SITUACAO
           COMPUTE W-DIF = W-REAL-CUSTO - W-ORC-CUSTO
           MOVE ZEROS TO W-PERC
           IF W-ORC-CUSTO > ZEROS
              COMPUTE W-PERC ROUNDED = W-DIF * 100 / W-ORC-CUSTO
                 ON SIZE ERROR MOVE 99999,9 TO W-PERC.
           IF W-ORC-CUSTO = ZEROS AND W-ORC-QTD = ZEROS
              AND (W-REAL-CUSTO > ZEROS OR W-REAL-QTD > ZEROS)
              MOVE "* SEM ORCAMENTO" TO W-SITUACAO
              MOVE "S" TO W-ACIMA
              GO TO 3350-AVALIA-FIM.
           IF W-ORC-CUSTO = ZEROS AND W-ORC-QTD = ZEROS
              GO TO 3350-AVALIA-FIM.
           COMPUTE W-LIMITE-CUSTO ROUNDED =
               W-ORC-CUSTO * (100 + W-TOLERANCIA) / 100
           COMPUTE W-LIMITE-QTD =
               W-ORC-QTD * (100 + W-TOLERANCIA) / 100
           IF W-REAL-CUSTO > W-LIMITE-CUSTO
              MOVE "S" TO W-ACIMA
              MOVE "* CUSTO ACIMA" TO W-SITUACAO
              IF W-REAL-QTD > W-LIMITE-QTD
                 MOVE "* CUSTO E QUADRO" TO W-SITUACAO.
           IF ACIMA-DO-ORCADO
              GO TO 3350-AVALIA-FIM.
           IF W-REAL-QTD > W-LIMITE-QTD
              MOVE "S" TO W-ACIMA
              MOVE "* QUADRO ACIMA" TO W-SITUACAO
              GO TO 3350-AVALIA-FIM.
           MOVE "DENTRO" TO W-SITUACAO.
       3350-AVALIA-FIM.
                EXIT.
      *
      *----------[ GRAVA UMA LINHA DE DETALHE ]-------------------------
       3400-GRAVA-LINHA.
           MOVE W-DP-IDX     TO LN-DP
           MOVE DPT-NOME     TO LN-NOME
           MOVE W-ORC-QTD    TO LN-QTD-ORC
           MOVE W-REAL-QTD   TO LN-QTD-REAL
           MOVE W-ORC-CUSTO  TO LN-CUSTO-ORC
           MOVE W-REAL-CUSTO TO LN-CUSTO-REAL
           MOVE W-DIF        TO LN-DIF
           MOVE W-PERC       TO LN-PERC
           MOVE W-SITUACAO   TO LN-SITUACAO
           WRITE REG-RELORC FROM LN-DETALHE.
       3400-GRAVA-LINHA-FIM.
                EXIT.
      *
      *----------[ ACUMULADO DO ANO DA EMPRESA E RESUMO ]---------------
       3500-TOTAL-EMPRESA.
           IF W-QTD-FECHADOS = ZEROS
              GO TO 3500-TOTAL-RESUMO.
           COMPUTE W-ORC-QTD ROUNDED  = TOT-QTD-ORC / W-QTD-FECHADOS
           COMPUTE W-REAL-QTD ROUNDED = TOT-QTD-REAL / W-QTD-FECHADOS
           MOVE TOT-CUSTO-ORC  TO W-ORC-CUSTO
           MOVE TOT-CUSTO-REAL TO W-REAL-CUSTO
           PERFORM 3350-AVALIA THRU 3350-AVALIA-FIM
           MOVE ZEROS TO W-DP-IDX
           MOVE "TOTAL DA EMPRESA" TO DPT-NOME
           MOVE "ACUMUL." TO LN-MES
           PERFORM 3400-GRAVA-LINHA THRU 3400-GRAVA-LINHA-FIM.
       3500-TOTAL-RESUMO.
           MOVE SPACES TO REG-RELORC
           WRITE REG-RELORC
           MOVE "COMPETENCIAS FECHADAS NO PERIODO" TO LN-RES-DESC
           MOVE W-QTD-FECHADOS TO LN-RES-QTD
           WRITE REG-RELORC FROM LN-RESUMO
           MOVE "DEPARTAMENTOS LISTADOS" TO LN-RES-DESC
           MOVE W-QTD-DEPTOS TO LN-RES-QTD
           WRITE REG-RELORC FROM LN-RESUMO
           MOVE "DEPARTAMENTOS ACIMA DO ORCADO NO ACUMULADO"
                TO LN-RES-DESC
           MOVE W-QTD-DEPTOS-ACIMA TO LN-RES-QTD
           WRITE REG-RELORC FROM LN-RESUMO
           MOVE "MESES DE DEPARTAMENTO ACIMA DO ORCADO" TO LN-RES-DESC
           MOVE W-QTD-MESES-ACIMA TO LN-RES-QTD
           WRITE REG-RELORC FROM LN-RESUMO
           MOVE "FUNCIONARIOS SEM DEPARTAMENTO (FORA DO REALIZADO)"
                TO LN-RES-DESC
           MOVE W-QTD-SEM-DP TO LN-RES-QTD
           WRITE REG-RELORC FROM LN-RESUMO.
       3500-TOTAL-EMPRESA-FIM.
                EXIT.
