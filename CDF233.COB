      *     (DPT-CONTA-CONTABIL DO DEPTOS.DAT), NO VALOR SL+INSS+IRRF;
      *   - CREDITOS NAS CONTAS DE INSS A RECOLHER, IRRF A RECOLHER E
      *     SALARIOS A PAGAR.
      *   O FGTS DO MES APURADO PELO CDF246 (FGTSDP.DAT, JA RATEADO
      *   PELA LOTACAO) ENTRA NO DEBITO DE CADA DEPARTAMENTO, COM O
      *   CREDITO NA CONTA DE FGTS A RECOLHER; SEM O CDF246 RODADO NA
      *   COMPETENCIA O PROGRAMA AVISA E CONTABILIZA SEM O FGTS.
      *   O PROGRAMA CONFERE DEBITOS = CREDITOS ANTES DE ABRIR O
      *   ARQUIVO: NAO BALANCEOU, OU FALTOU CONTA CONTABIL EM ALGUM
      *   DEPARTAMENTO, NENHUMA LINHA E GRAVADA. ACEITA COMPETENCIA
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
       SELECT FGTSDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FDP-CHAVE
                    FILE STATUS  IS ST-ERRO-FDP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
           COPY LOTPAG.
       FD FGTSDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FGTSDP.DAT".
           COPY FDPPAG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 W-TOT-DEBITOS       PIC 9(13) VALUE ZEROS.
       77 W-TOT-CREDITOS      PIC 9(13) VALUE ZEROS.
       77 W-QTD-FUNC          PIC 9(06) VALUE ZEROS.
      *----[ FGTS DO MES POR DEPARTAMENTO - VER FDPPAG (CDF246) ]-------
       77 ST-ERRO-FDP         PIC X(02) VALUE "00".
       77 W-FIM-FDP           PIC X(01) VALUE "N".
           88 FIM-FGTSDP            VALUE "S".
       77 W-TOT-FGTS          PIC 9(13) VALUE ZEROS.
      *----[ RATEIO DO CUSTO PELA LOTACAO COM VIGENCIA - VER LOTPAG ]---
       77 ST-ERRO-LOT         PIC X(02) VALUE "00".
       77 W-TEM-LOT           PIC X(01) VALUE "N".
       77 CTA-INSS-RECOLHER   PIC 9(08) VALUE 21101001.
       77 CTA-IRRF-RECOLHER   PIC 9(08) VALUE 21101002.
       77 CTA-SALARIOS-PAGAR  PIC 9(08) VALUE 21101003.
       77 CTA-FGTS-RECOLHER   PIC 9(08) VALUE 21101004.
      *
      *----------[ ACUMULADOR DE DEBITO POR DEPARTAMENTO ]--------------
      *    INDEXADO DIRETO PELO PROPRIO NUMERO DO DP (001-999).
                EXIT.
      *
      *----------[ LACO PRINCIPAL - ACUMULA UM FUNCIONARIO POR VEZ ]----
      *    MESMO RECORTE DA REMESSA: FUNCIONARIO ATIVO E AFASTADO COM
      *    LIQUIDO NO MES. O DEBITO DO
      *    DEPARTAMENTO E SL+INSS+IRRF, QUE POR CONSTRUCAO E IGUAL A
      *    SB + PROVENTOS - DESCONTOS DO MES.
       2000-PROCESSA.
                      "ARQUIVO NAO GERADO ***"
              CLOSE CADPAG DEPTOS
              STOP RUN.
           IF FUNC-ATIVO OR (FUNC-AFASTADO AND SL > ZEROS)
              COMPUTE W-CUSTO = SL + INSS + IR
              PERFORM 2300-RATEIA-CUSTO THRU 2300-RATEIA-CUSTO-FIM
              ADD INSS TO W-TOT-INSS
              DISPLAY "*** NENHUM FUNCIONARIO ATIVO - SEM LANCTOS ***"
              CLOSE CADPAG DEPTOS
              STOP RUN.
           PERFORM 3050-SOMA-FGTS THRU 3050-SOMA-FGTS-FIM
           MOVE ZEROS TO W-TOT-DEBITOS
           MOVE ZEROS TO W-DP-IDX
           PERFORM 3100-SOMA-DEBITOS THRU 3100-SOMA-DEBITOS-FIM
              UNTIL W-DP-IDX = 999
           COMPUTE W-TOT-CREDITOS = W-TOT-INSS + W-TOT-IR + W-TOT-SL
                                  + W-TOT-FGTS
           IF W-TOT-DEBITOS NOT = W-TOT-CREDITOS
              DISPLAY "*** DEBITOS " W-TOT-DEBITOS " <> CREDITOS "
                      W-TOT-CREDITOS " - ARQUIVO NAO GERADO ***"
       3500-GRAVA-ETAPA-FIM.
                EXIT.
      *
      *----------[ FGTS DO MES NO DEBITO DE CADA DEPARTAMENTO ]---------
      *    O DEPOSITO JA VEM RATEADO PELA LOTACAO NO FGTSDP.DAT, ENTAO
      *    SOMA DIRETO NO ACUMULADOR DO DP E VAI PARA O CREDITO.
       3050-SOMA-FGTS.
           MOVE ZEROS TO W-TOT-FGTS
           OPEN INPUT FGTSDP
           IF ST-ERRO-FDP NOT = "00"
              DISPLAY "*** FGTS DE " W-COMP-LCT " NAO APURADO (CDF246)"
                      " - LANCTOS SEM O FGTS ***"
              GO TO 3050-SOMA-FGTS-FIM.
           MOVE "N" TO W-FIM-FDP
           MOVE W-COMP-LCT TO FDP-COMPET
           MOVE ZEROS      TO FDP-DP
           START FGTSDP KEY IS NOT LESS THAN FDP-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-FDP
           END-START
           PERFORM 3060-LE-FGTSDP THRU 3060-LE-FGTSDP-FIM
              UNTIL FIM-FGTSDP
           CLOSE FGTSDP
           IF W-TOT-FGTS = ZEROS
              DISPLAY "*** FGTS DE " W-COMP-LCT " NAO APURADO (CDF246)"
                      " - LANCTOS SEM O FGTS ***".
       3050-SOMA-FGTS-FIM.
                EXIT.
      *
      *----------[ UM DEPARTAMENTO DA COMPETENCIA POR VEZ ]-------------
       3060-LE-FGTSDP.
           READ FGTSDP NEXT RECORD
              AT END MOVE "S" TO W-FIM-FDP
           END-READ
           IF FIM-FGTSDP
              GO TO 3060-LE-FGTSDP-FIM.
           IF FDP-COMPET NOT = W-COMP-LCT
              MOVE "S" TO W-FIM-FDP
              GO TO 3060-LE-FGTSDP-FIM.
           ADD FDP-VALOR TO ACC-VALOR(FDP-DP)
           ADD FDP-VALOR TO W-TOT-FGTS.
       3060-LE-FGTSDP-FIM.
                EXIT.
      *
      *----------[ SOMA DOS DEBITOS ACUMULADOS POR DEPARTAMENTO ]-------
       3100-SOMA-DEBITOS.
           ADD 1 TO W-DP-IDX
       3300-GRAVA-DEBITO-FIM.
                EXIT.
      *
      *----------[ CREDITOS DE INSS, IRRF, SALARIOS E FGTS ]------------
       3400-GRAVA-CREDITOS.
           MOVE W-DATA-HOJE TO LCT-DATA
           MOVE CTA-INSS-RECOLHER TO LCT-CONTA
           STRING "FOLHA " W-COMP-LCT " SALARIOS A PAGAR"
              DELIMITED BY SIZE INTO LCT-HISTORICO
           END-STRING
           WRITE REG-LANCTOS FROM LCT-LINHA
           IF W-TOT-FGTS = ZEROS
              GO TO 3400-GRAVA-CREDITOS-FIM.
           MOVE CTA-FGTS-RECOLHER TO LCT-CONTA
           MOVE W-TOT-FGTS TO LCT-VALOR
           MOVE SPACES TO LCT-HISTORICO
           STRING "FOLHA " W-COMP-LCT " FGTS A RECOLHER"
              DELIMITED BY SIZE INTO LCT-HISTORICO
           END-STRING
           WRITE REG-LANCTOS FROM LCT-LINHA.
       3400-GRAVA-CREDITOS-FIM.
                EXIT.
