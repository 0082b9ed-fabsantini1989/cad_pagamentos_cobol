       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF248.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    PROVISAO DE FERIAS E 13o - CDF248       *
      ***********************************************
      *----------------------------------------------------------------
      *   APURA, PARA UMA COMPETENCIA JA FECHADA PELO CDF227, O SALDO
      *   DO PASSIVO DE FERIAS E 13o DE CADA FUNCIONARIO DA FOLHA
      *   CONGELADA (FOLHAAAAAMM.DAT), COM OS ENCARGOS PATRONAIS
      *   (INSS, RAT E TERCEIROS), E CONTABILIZA A VARIACAO DO MES POR
      *   DEPARTAMENTO, PARA QUE O CUSTO APARECA MES A MES E NAO SO
      *   QUANDO O CDF236 OU O CDF234 PAGAM:
      *   - FERIAS: DIAS VENCIDOS COM SALDO NO FERIAS.DAT MAIS OS AVOS
      *     DO PERIODO EM CURSO PELO ANIVERSARIO DA DT-ADMISSAO (MESMA
      *     REGRA DO CDF238), COM O TERCO CONSTITUCIONAL;
      *   - 13o: AVOS DO ANO ATE A COMPETENCIA (REGRA DO CDF234) MENOS
      *     O QUE JA FOI CREDITADO NO ANO (CRED13.DAT).
      *   O SALDO ANTERIOR DE CADA COD FICA EM PROVISAO.DAT (PRVPAG).
      *   O QUE FOI PAGO DESDE A ULTIMA RODADA (DIAS DE FERIAS BAIXADOS
      *   PELO CDF236, 13o CREDITADO PELO CDF234, FERIAS E 13o DA
      *   RESCISAO GRAVADA PELO CDF238) SAI COMO BAIXA DA PROVISAO; O
      *   RESTO DA VARIACAO E COMPLEMENTO (DESPESA DO DEPTO) OU
      *   REVERSAO (ESTORNO DA DESPESA). OS LANCAMENTOS SAEM EM
      *   LCTPROV.TXT NO MESMO LAYOUT DO LANCTOS.TXT DO CDF233, COM O
      *   RATEIO PELOS DIAS EM CADA LOTACAO (LOTACAO.DAT), E SO SAO
      *   GRAVADOS SE DEBITOS = CREDITOS E TODO DEPTO MOVIMENTADO TIVER
      *   CONTA CONTABIL. A RODADA FICA REGISTRADA EM ETAPAS.DAT;
      *   REPROCESSAR A COMPETENCIA EXIGE SUPERVISOR, COMO NO CDF233.
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
       SELECT FERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
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
       SELECT PROVISAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-COD
                    FILE STATUS  IS ST-ERRO-PRV.
       SELECT LOTACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
       SELECT LCTPROV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LCT.
       SELECT ETAPAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETP-CHAVE
                    FILE STATUS  IS ST-ERRO-ETP.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO-OPR.
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
       FD DEPTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPTOS.DAT".
           COPY DEPTOS.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD FERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIAS.DAT".
           COPY FERPAG.
       FD CRED13
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRED13.DAT".
           COPY C13PAG.
       FD RESCISAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESCISAO.DAT".
           COPY RSCPAG.
       FD PROVISAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROVISAO.DAT".
           COPY PRVPAG.
       FD LOTACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
           COPY LOTPAG.
       FD LCTPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LCTPROV.TXT".
       01 REG-LCTPROV                PIC X(80).
       FD ETAPAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETAPAS.DAT".
           COPY ETPPAG.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-FER         PIC X(02) VALUE "00".
       77 ST-ERRO-C13         PIC X(02) VALUE "00".
       77 ST-ERRO-RSC         PIC X(02) VALUE "00".
       77 ST-ERRO-PRV         PIC X(02) VALUE "00".
       77 ST-ERRO-LCT         PIC X(02) VALUE "00".
       77 W-ARQ-CADPAG        PIC X(20) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TEM-FER           PIC X(01) VALUE "N".
           88 TEM-FERIAS            VALUE "S".
       77 W-FIM-FER           PIC X(01) VALUE "N".
           88 FIM-FERIAS            VALUE "S".
       77 W-TEM-C13           PIC X(01) VALUE "N".
           88 TEM-CRED13            VALUE "S".
       77 W-TEM-RSC           PIC X(01) VALUE "N".
           88 TEM-RESCISAO          VALUE "S".
       77 W-SAIU              PIC X(01) VALUE "N".
           88 SAIU-NO-MES           VALUE "S".
       77 W-DIAS-VENCIDAS     PIC 9(03) VALUE ZEROS.
       77 W-SALDO-FER         PIC S9(03) VALUE ZEROS.
       77 W-DIAS-GOZ-TOT      PIC 9(04) VALUE ZEROS.
       77 W-DIAS-PAGOS        PIC 9(04) VALUE ZEROS.
       77 W-MESES-TRAB        PIC 9(04) VALUE ZEROS.
       77 W-QUOC              PIC 9(04) VALUE ZEROS.
       77 W-AVOS-FER          PIC 9(02) VALUE ZEROS.
       77 W-AVOS-13           PIC 9(02) VALUE ZEROS.
       77 W-ANO-DATA          PIC 9(04) VALUE ZEROS.
       77 W-MES-DATA          PIC 9(02) VALUE ZEROS.
       77 W-DIA-DATA          PIC 9(02) VALUE ZEROS.
       77 W-MES-INI           PIC 9(02) VALUE ZEROS.
       77 W-MES-IX            PIC 9(02) VALUE ZEROS.
       77 W-VALOR-DIAS        PIC 9(08) VALUE ZEROS.
       77 W-VALOR-AVOS        PIC 9(08) VALUE ZEROS.
       77 W-VALOR-TERCO       PIC 9(08) VALUE ZEROS.
       77 W-SALDO-13          PIC S9(09) VALUE ZEROS.
       77 W-PG-FER            PIC 9(08) VALUE ZEROS.
       77 W-PG-13             PIC 9(08) VALUE ZEROS.
       77 W-PG-ENC            PIC 9(08) VALUE ZEROS.
       77 W-MOV-FER           PIC S9(09) VALUE ZEROS.
       77 W-MOV-13            PIC S9(09) VALUE ZEROS.
       77 W-MOV-ENC           PIC S9(09) VALUE ZEROS.
       77 W-COMPL             PIC 9(13) VALUE ZEROS.
       77 W-ESTORNO           PIC 9(13) VALUE ZEROS.
       77 W-QTD-FUNC          PIC 9(06) VALUE ZEROS.
       77 W-QTD-PULADOS       PIC 9(06) VALUE ZEROS.
       77 W-DP-IDX            PIC 9(03) VALUE ZEROS.
       77 W-TOT-DEBITOS       PIC 9(13) VALUE ZEROS.
       77 W-TOT-CREDITOS      PIC 9(13) VALUE ZEROS.
       77 W-TOT-SALDO         PIC 9(13) VALUE ZEROS.
       77 W-SUP-ID            PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA         PIC X(08) VALUE SPACES.
       77 W-HISTORICO         PIC X(30) VALUE SPACES.
       01 W-COMPET            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
           03 W-COMPET-MES    PIC 9(02).
      *----[ ENCARGOS PATRONAIS SOBRE FERIAS E 13o ]--------------------
       77 ALIQ-INSS-PATRONAL  PIC 9(02)V9(02) VALUE 20,00.
       77 ALIQ-RAT            PIC 9(02)V9(02) VALUE 2,00.
       77 ALIQ-TERCEIROS      PIC 9(02)V9(02) VALUE 5,80.
      *----[ TOTAIS DA COMPETENCIA POR NATUREZA ]-----------------------
       77 W-TOT-COMPL-FER     PIC 9(13) VALUE ZEROS.
       77 W-TOT-COMPL-13      PIC 9(13) VALUE ZEROS.
       77 W-TOT-COMPL-ENC     PIC 9(13) VALUE ZEROS.
       77 W-TOT-EST-FER       PIC 9(13) VALUE ZEROS.
       77 W-TOT-EST-13        PIC 9(13) VALUE ZEROS.
       77 W-TOT-EST-ENC       PIC 9(13) VALUE ZEROS.
       77 W-TOT-PG-FER        PIC 9(13) VALUE ZEROS.
       77 W-TOT-PG-13         PIC 9(13) VALUE ZEROS.
       77 W-TOT-PG-ENC        PIC 9(13) VALUE ZEROS.
      *----[ CONTAS DO PASSIVO - PLANO DE CONTAS DA CONTABILIDADE ]-----
       77 CTA-INSS-RECOLHER   PIC 9(08) VALUE 21101001.
       77 CTA-SALARIOS-PAGAR  PIC 9(08) VALUE 21101003.
       77 CTA-PROV-FERIAS     PIC 9(08) VALUE 21102001.
       77 CTA-PROV-13         PIC 9(08) VALUE 21102002.
       77 CTA-PROV-ENCARGOS   PIC 9(08) VALUE 21102003.
      *----[ RATEIO PELA LOTACAO COM VIGENCIA - COMO NO CDF233 ]--------
       77 ST-ERRO-LOT         PIC X(02) VALUE "00".
       77 W-TEM-LOT           PIC X(01) VALUE "N".
           88 TEM-LOTACAO           VALUE "S".
       77 W-FIM-LOT           PIC X(01) VALUE "N".
           88 FIM-LOTACAO           VALUE "S".
       77 W-ACHOU-LOT         PIC X(01) VALUE "N".
           88 ACHOU-LOTACAO         VALUE "S".
       77 W-TIPO-RATEIO       PIC X(01) VALUE "C".
           88 RATEIA-COMPLEMENTO    VALUE "C".
           88 RATEIA-ESTORNO        VALUE "E".
       77 W-CUSTO             PIC 9(13) VALUE ZEROS.
       77 W-RATEADO           PIC 9(13) VALUE ZEROS.
       77 W-PARCELA-LOT       PIC 9(13) VALUE ZEROS.
       77 W-DP-PARCELA        PIC 9(03) VALUE ZEROS.
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
       77 ST-ERRO-OPR         PIC X(02) VALUE "00".
       77 W-ETP-HORA-TMP      PIC X(08) VALUE SPACES.
      *
      *----------[ COMPLEMENTO E REVERSAO POR DEPARTAMENTO ]------------
      *    INDEXADO DIRETO PELO PROPRIO NUMERO DO DP (001-999).
       01 TB-DEPTO-ACC.
           05 ACC-DEPTO OCCURS 999 TIMES.
               10 ACC-COMPL       PIC 9(13).
               10 ACC-ESTORNO     PIC 9(13).
      *
      *----------[ LINHA DO ARQUIVO DE LANCAMENTOS - LAYOUT CDF233 ]----
       01 LCT-LINHA.
           05 LCT-DATA        PIC 9(08).
           05 FILLER          PIC X(01) VALUE ";".
           05 LCT-CONTA       PIC 9(08).
           05 FILLER          PIC X(01) VALUE ";".
           05 LCT-DC          PIC X(01).
           05 FILLER          PIC X(01) VALUE ";".
           05 LCT-VALOR       PIC 9(13).
           05 FILLER          PIC X(01) VALUE ";".
           05 LCT-HISTORICO   PIC X(40).
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
           DISPLAY "PROVISAO DE FERIAS E 13o - CDF248"
           DISPLAY "COMPETENCIA FECHADA (AAAAMM):"
           ACCEPT W-COMPET
           IF W-COMPET-MES < 01 OR W-COMPET-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-COMPET
              STOP RUN.
           PERFORM 1100-ABRE-COMPETENCIA THRU
                   1100-ABRE-COMPETENCIA-FIM
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1200-TESTA-REEMISSAO THRU 1200-TESTA-REEMISSAO-FIM
           MOVE TB-ULT-DIA(W-COMPET-MES) TO W-DIAS-MES
           COMPUTE W-MES-INI-DATA = W-COMPET * 100 + 1
           COMPUTE W-MES-FIM-DATA = W-COMPET * 100 + W-DIAS-MES
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO " W-ARQ-CADPAG ": "
                      ST-ERRO
              STOP RUN.
           OPEN INPUT DEPTOS
           IF ST-ERRO-DEP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO DEPTOS: " ST-ERRO-DEP
              CLOSE CADPAG
              STOP RUN.
      *    ARQUIVOS OPCIONAIS: SEM FERIAS.DAT SO HA AVOS DO PERIODO EM
      *    CURSO; SEM CRED13/RESCISAO NADA FOI PAGO POR ELES.
           OPEN INPUT FERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-TEM-FER
           ELSE
              MOVE "N" TO W-TEM-FER.
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
      *    VALOR VAI INTEIRO PARA O DP DO CADASTRO.
           OPEN INPUT LOTACAO
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-TEM-LOT
           ELSE
              MOVE "N" TO W-TEM-LOT.
           OPEN I-O PROVISAO
           IF ST-ERRO-PRV = "30" OR "35"
              OPEN OUTPUT PROVISAO
              CLOSE PROVISAO
              OPEN I-O PROVISAO.
           IF ST-ERRO-PRV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO PROVISAO: " ST-ERRO-PRV
              CLOSE CADPAG DEPTOS
              STOP RUN.
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ SO COMPETENCIA FECHADA E APONTA PARA O CONGELADO ]---
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
      *----------[ AVISO DE REEMISSAO COM CONFIRMACAO DE SUPERVISOR ]---
      *    MESMA PROTECAO DO CDF233: LCTPROV.TXT IMPORTADO DUAS VEZES
      *    DOBRA A PROVISAO NA CONTABILIDADE.
       1200-TESTA-REEMISSAO.
           OPEN INPUT ETAPAS
           IF ST-ERRO-ETP NOT = "00"
              GO TO 1200-TESTA-REEMISSAO-FIM.
           MOVE W-COMPET TO ETP-ANOMES
           MOVE "CDF248" TO ETP-PROGRAMA
           READ ETAPAS
           IF ST-ERRO-ETP NOT = "00" AND "02"
              CLOSE ETAPAS
              GO TO 1200-TESTA-REEMISSAO-FIM.
           DISPLAY "*** LCTPROV.TXT JA FOI GERADO PARA " W-COMPET
                   " EM " ETP-DATA " ***"
           CLOSE ETAPAS
           DISPLAY "*** REEMISSAO DUPLICA A IMPORTACAO NA"
                   " CONTABILIDADE ***"
           DISPLAY "SUPERVISOR PARA CONFIRMAR A REEMISSAO:"
           ACCEPT W-SUP-ID
           DISPLAY "SENHA:"
           ACCEPT W-SUP-SENHA
           OPEN INPUT OPERAD
           IF ST-ERRO-OPR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO OPERAD: " ST-ERRO-OPR
              STOP RUN.
           MOVE W-SUP-ID TO OPR-ID
           READ OPERAD
           IF ST-ERRO-OPR NOT = "00" AND "02"
              DISPLAY "*** OPERADOR NAO CADASTRADO - RECUSADO ***"
              CLOSE OPERAD
              STOP RUN.
           IF OPR-SENHA NOT = W-SUP-SENHA
              DISPLAY "*** SENHA INVALIDA - RECUSADO ***"
              CLOSE OPERAD
              STOP RUN.
           IF NOT OPR-E-SUPERVISOR
              DISPLAY "*** SOMENTE SUPERVISOR CONFIRMA REEMISSAO ***"
              CLOSE OPERAD
              STOP RUN.
           CLOSE OPERAD
           DISPLAY "REEMISSAO CONFIRMADA POR " W-SUP-ID.
       1200-TESTA-REEMISSAO-FIM.
                EXIT.
      *
      *----------[ LACO PRINCIPAL - UM FUNCIONARIO POR VEZ ]------------
      *    O PONTO DE PARTIDA E SEMPRE PRV-ANTERIOR: NA COMPETENCIA
      *    SEGUINTE O SALDO ATUAL PASSA A SER O ANTERIOR; NO
      *    REPROCESSAMENTO DA MESMA COMPETENCIA O ANTERIOR JA E O
      *    RETRATO DE ANTES DA RODADA E FICA COMO ESTA.
       2000-PROCESSA.
           IF DP = ZEROS
              DISPLAY "*** COD " COD " COM DEPTO ZERADO - "
                      "ARQUIVO NAO GERADO ***"
              CLOSE CADPAG DEPTOS PROVISAO
              STOP RUN.
           MOVE "N" TO W-SAIU
           IF FUNC-DESLIGADO AND DT-DESLIG NOT > W-MES-FIM-DATA
              MOVE "S" TO W-SAIU.
           MOVE COD TO PRV-COD
           READ PROVISAO
           IF ST-ERRO-PRV NOT = "00" AND "02"
              GO TO 2000-PROCESSA-NOVO.
           IF PRV-COMPET > W-COMPET
              DISPLAY "*** COD " COD " JA PROVISIONADO EM "
                      PRV-COMPET " - PULADO ***"
              ADD 1 TO W-QTD-PULADOS
              GO TO 2000-PROCESSA-PROX.
           IF PRV-COMPET < W-COMPET
              MOVE PRV-ATUAL TO PRV-ANTERIOR.
           GO TO 2000-PROCESSA-CALCULA.
      *    QUEM SAIU SEM NUNCA TER SIDO PROVISIONADO NAO TEM O QUE
      *    BAIXAR NEM REVERTER.
       2000-PROCESSA-NOVO.
           IF SAIU-NO-MES
              GO TO 2000-PROCESSA-PROX.
           MOVE COD   TO PRV-COD
           MOVE ZEROS TO PRV-ANTERIOR.
       2000-PROCESSA-CALCULA.
           MOVE ZEROS TO PRV-ATUAL
           MOVE W-COMPET TO PRV-COMPET
           MOVE DP       TO PRV-DP
           MOVE W-DATA-HOJE TO PRV-DATA-CALC
           PERFORM 2300-APURA-FERIAS THRU 2300-APURA-FERIAS-FIM
           PERFORM 2400-APURA-13 THRU 2400-APURA-13-FIM
           COMPUTE PRV-VLR-ENC ROUNDED =
               (PRV-VLR-FER + PRV-VLR-13) *
               (ALIQ-INSS-PATRONAL + ALIQ-RAT + ALIQ-TERCEIROS) / 100
           PERFORM 2500-APURA-PAGAMENTOS THRU
                   2500-APURA-PAGAMENTOS-FIM
           PERFORM 2600-APURA-MOVIMENTO THRU 2600-APURA-MOVIMENTO-FIM
           WRITE REGPRV
           IF ST-ERRO-PRV = "22"
              REWRITE REGPRV.
           IF ST-ERRO-PRV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO PROVISAO: " ST-ERRO-PRV
              CLOSE CADPAG DEPTOS PROVISAO
              STOP RUN.
           ADD PRV-VLR-FER PRV-VLR-13 PRV-VLR-ENC TO W-TOT-SALDO.
       2000-PROCESSA-PROX.
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
      *----------[ SALDO DE FERIAS NO FIM DA COMPETENCIA ]--------------
      *    VENCIDAS: SALDO DOS PERIODOS DO FERIAS.DAT JA COMPLETADOS.
      *    PROPORCIONAIS: AVOS DO PERIODO EM CURSO PELO ANIVERSARIO DA
      *    ADMISSAO - MESMA CONTA DO CDF238, PARA QUE O SALDO
      *    PROVISIONADO SEJA O QUE A RESCISAO PAGARIA NAQUELE DIA.
      *    OS DIAS JA GOZADOS DE TODOS OS PERIODOS SAO SOMADOS PARA A
      *    BAIXA DO QUE O CDF236 PAGOU DESDE A ULTIMA RODADA.
       2300-APURA-FERIAS.
           MOVE ZEROS TO W-DIAS-VENCIDAS W-DIAS-GOZ-TOT W-AVOS-FER
           IF TEM-FERIAS
              MOVE "N" TO W-FIM-FER
              MOVE COD   TO FER-COD
              MOVE ZEROS TO FER-PER-INI
              START FERIAS KEY IS NOT LESS THAN FER-CHAVE
                 INVALID KEY MOVE "S" TO W-FIM-FER
              END-START
              PERFORM 2350-LE-PERIODO THRU 2350-LE-PERIODO-FIM
                 UNTIL FIM-FERIAS.
           MOVE W-DIAS-GOZ-TOT TO PRV-DIAS-GOZ
           IF SAIU-NO-MES
              GO TO 2300-APURA-FERIAS-FIM.
           IF DT-ADMISSAO = ZEROS
              OR DT-ADMISSAO > W-MES-FIM-DATA
              GO TO 2300-APURA-FERIAS-VALOR.
           MOVE DT-ADMISSAO(1:4) TO W-ANO-DATA
           MOVE DT-ADMISSAO(5:2) TO W-MES-DATA
           MOVE DT-ADMISSAO(7:2) TO W-DIA-DATA
           COMPUTE W-MESES-TRAB =
               (W-COMPET-ANO - W-ANO-DATA) * 12
               + W-COMPET-MES - W-MES-DATA
           IF W-DIAS-MES NOT < W-DIA-DATA
              ADD 1 TO W-MESES-TRAB.
           DIVIDE W-MESES-TRAB BY 12 GIVING W-QUOC
              REMAINDER W-AVOS-FER.
       2300-APURA-FERIAS-VALOR.
           MOVE W-DIAS-VENCIDAS TO PRV-DIAS-FER
           MOVE W-AVOS-FER      TO PRV-AVOS-FER
           COMPUTE W-VALOR-DIAS ROUNDED = SB * W-DIAS-VENCIDAS / 30
           COMPUTE W-VALOR-AVOS ROUNDED = SB * W-AVOS-FER / 12
           COMPUTE W-VALOR-TERCO ROUNDED =
               (W-VALOR-DIAS + W-VALOR-AVOS) / 3
           COMPUTE PRV-VLR-FER =
               W-VALOR-DIAS + W-VALOR-AVOS + W-VALOR-TERCO.
       2300-APURA-FERIAS-FIM.
                EXIT.
      *
      *----------[ UM PERIODO DE FERIAS POR VEZ ]-----------------------
       2350-LE-PERIODO.
           READ FERIAS NEXT RECORD
              AT END MOVE "S" TO W-FIM-FER
           END-READ
           IF FIM-FERIAS
              GO TO 2350-LE-PERIODO-FIM.
           IF FER-COD NOT = COD
              MOVE "S" TO W-FIM-FER
              GO TO 2350-LE-PERIODO-FIM.
           ADD FER-DIAS-GOZADOS TO W-DIAS-GOZ-TOT
      *    O QUE DECIDE E O SALDO, NAO A SITUACAO (VER CDF238).
           IF FER-PER-FIM NOT < W-MES-FIM-DATA
              GO TO 2350-LE-PERIODO-FIM.
           COMPUTE W-SALDO-FER = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
           IF W-SALDO-FER NOT > ZEROS
              GO TO 2350-LE-PERIODO-FIM.
           ADD W-SALDO-FER TO W-DIAS-VENCIDAS.
       2350-LE-PERIODO-FIM.
                EXIT.
      *
      *----------[ SALDO DO 13o NO FIM DA COMPETENCIA ]-----------------
      *    AVOS DE JANEIRO (OU DA ADMISSAO NO ANO) ATE A COMPETENCIA,
      *    COM A REGRA DOS 15 DIAS DO CDF234, MENOS O QUE O CDF234 JA
      *    CREDITOU NO ANO (AS DUAS PARCELAS DE CADA MES NO CRED13).
       2400-APURA-13.
           MOVE ZEROS TO W-AVOS-13 W-MES-IX
           PERFORM 2450-SOMA-CRED13 THRU 2450-SOMA-CRED13-FIM
              UNTIL W-MES-IX = W-COMPET-MES
           IF SAIU-NO-MES
              GO TO 2400-APURA-13-FIM.
           IF DT-ADMISSAO = ZEROS
              GO TO 2400-APURA-13-FIM.
           MOVE DT-ADMISSAO(1:4) TO W-ANO-DATA
           MOVE DT-ADMISSAO(5:2) TO W-MES-DATA
           MOVE DT-ADMISSAO(7:2) TO W-DIA-DATA
           IF W-ANO-DATA > W-COMPET-ANO
              GO TO 2400-APURA-13-FIM.
           IF W-ANO-DATA < W-COMPET-ANO
              MOVE 01 TO W-MES-INI
           ELSE
              MOVE W-MES-DATA TO W-MES-INI
              IF W-DIA-DATA > 16
                 ADD 1 TO W-MES-INI.
           IF W-COMPET-MES < W-MES-INI
              GO TO 2400-APURA-13-FIM.
           COMPUTE W-AVOS-13 = W-COMPET-MES - W-MES-INI + 1
           MOVE W-AVOS-13 TO PRV-AVOS-13
           COMPUTE W-SALDO-13 ROUNDED = SB * W-AVOS-13 / 12
           SUBTRACT PRV-13-PAGO FROM W-SALDO-13
           IF W-SALDO-13 > ZEROS
              MOVE W-SALDO-13 TO PRV-VLR-13.
       2400-APURA-13-FIM.
                EXIT.
      *
      *----------[ 13o CREDITADO EM UM MES DO ANO - VER C13PAG ]--------
       2450-SOMA-CRED13.
           ADD 1 TO W-MES-IX
           IF NOT TEM-CRED13
              GO TO 2450-SOMA-CRED13-FIM.
           COMPUTE C13-COMPET = W-COMPET-ANO * 100 + W-MES-IX
           MOVE COD TO C13-COD
           MOVE 1   TO C13-PARCELA
           READ CRED13
           IF ST-ERRO-C13 = "00" OR "02"
              ADD C13-BRUTO TO PRV-13-PAGO.
           COMPUTE C13-COMPET = W-COMPET-ANO * 100 + W-MES-IX
           MOVE COD TO C13-COD
           MOVE 2   TO C13-PARCELA
           READ CRED13
           IF ST-ERRO-C13 = "00" OR "02"
              ADD C13-BRUTO TO PRV-13-PAGO.
       2450-SOMA-CRED13-FIM.
                EXIT.
      *
      *----------[ O QUE FOI PAGO DESDE A ULTIMA RODADA ]---------------
      *    NA PRIMEIRA RODADA NAO HAVIA PROVISAO, ENTAO NADA E BAIXADO.
      *    FERIAS: DIAS BAIXADOS NO FERIAS.DAT PELO CDF236 NO VALOR QUE
      *    ELE PAGA (SB * DIAS / 30 MAIS O TERCO); NA SAIDA VALEM AS
      *    FERIAS DA RESCISAO, QUE O CDF238 TAMBEM BAIXA NO FERIAS.DAT.
      *    13o: CREDITOS DO CRED13 NO ANO QUE AINDA NAO TINHAM SIDO
      *    BAIXADOS, MAIS O 13o PROPORCIONAL DA RESCISAO.
       2500-APURA-PAGAMENTOS.
           MOVE ZEROS TO W-PG-FER W-PG-13 W-PG-ENC
           IF PRV-ANT-COMPET = ZEROS
              GO TO 2500-APURA-PAGAMENTOS-FIM.
           IF PRV-ANT-COMPET(1:4) NOT = W-COMPET-ANO
              MOVE PRV-13-PAGO TO W-PG-13
           ELSE
              IF PRV-13-PAGO > PRV-ANT-13-PAGO
                 COMPUTE W-PG-13 = PRV-13-PAGO - PRV-ANT-13-PAGO.
           IF SAIU-NO-MES
              PERFORM 2550-PAGOS-RESCISAO THRU 2550-PAGOS-RESCISAO-FIM
           ELSE
              IF PRV-DIAS-GOZ > PRV-ANT-DIAS-GOZ
                 COMPUTE W-DIAS-PAGOS = PRV-DIAS-GOZ - PRV-ANT-DIAS-GOZ
                 COMPUTE W-VALOR-DIAS ROUNDED = SB * W-DIAS-PAGOS / 30
                 COMPUTE W-VALOR-TERCO ROUNDED = W-VALOR-DIAS / 3
                 COMPUTE W-PG-FER = W-VALOR-DIAS + W-VALOR-TERCO.
           COMPUTE W-PG-ENC ROUNDED = (W-PG-FER + W-PG-13) *
               (ALIQ-INSS-PATRONAL + ALIQ-RAT + ALIQ-TERCEIROS) / 100.
       2500-APURA-PAGAMENTOS-FIM.
                EXIT.
      *
      *----------[ FERIAS E 13o PAGOS NO TERMO DE RESCISAO ]------------
      *    SO CONTA SE A RESCISAO FOI CALCULADA DEPOIS DA COMPETENCIA
      *    DA ULTIMA RODADA - ANTES DISSO JA FOI BAIXADA.
       2550-PAGOS-RESCISAO.
           IF NOT TEM-RESCISAO
              GO TO 2550-PAGOS-RESCISAO-FIM.
           MOVE COD       TO RSC-COD
           MOVE DT-DESLIG TO RSC-DT-DESLIG
           READ RESCISAO
           IF ST-ERRO-RSC NOT = "00" AND "02"
              GO TO 2550-PAGOS-RESCISAO-FIM.
           IF RSC-COMPET NOT > PRV-ANT-COMPET
              OR RSC-COMPET > W-COMPET
              GO TO 2550-PAGOS-RESCISAO-FIM.
           COMPUTE W-PG-FER = RSC-FER-VENC + RSC-FER-PROP + RSC-TERCO
           ADD RSC-13-PROP TO W-PG-13.
       2550-PAGOS-RESCISAO-FIM.
                EXIT.
      *
      *----------[ COMPLEMENTO OU REVERSAO DE CADA NATUREZA ]-----------
      *    MOVIMENTO = SALDO NOVO - SALDO ANTERIOR + BAIXA POR
      *    PAGAMENTO. POSITIVO E DESPESA DO MES (COMPLEMENTO);
      *    NEGATIVO E PROVISAO QUE SOBROU (REVERSAO).
       2600-APURA-MOVIMENTO.
           COMPUTE W-MOV-FER = PRV-VLR-FER - PRV-ANT-VLR-FER + W-PG-FER
           COMPUTE W-MOV-13  = PRV-VLR-13  - PRV-ANT-VLR-13  + W-PG-13
           COMPUTE W-MOV-ENC = PRV-VLR-ENC - PRV-ANT-VLR-ENC + W-PG-ENC
           MOVE ZEROS TO W-COMPL W-ESTORNO
           IF W-MOV-FER > ZEROS
              ADD W-MOV-FER TO W-COMPL W-TOT-COMPL-FER
           ELSE
              SUBTRACT W-MOV-FER FROM W-ESTORNO W-TOT-EST-FER.
           IF W-MOV-13 > ZEROS
              ADD W-MOV-13 TO W-COMPL W-TOT-COMPL-13
           ELSE
              SUBTRACT W-MOV-13 FROM W-ESTORNO W-TOT-EST-13.
           IF W-MOV-ENC > ZEROS
              ADD W-MOV-ENC TO W-COMPL W-TOT-COMPL-ENC
           ELSE
              SUBTRACT W-MOV-ENC FROM W-ESTORNO W-TOT-EST-ENC.
           ADD W-PG-FER TO W-TOT-PG-FER
           ADD W-PG-13  TO W-TOT-PG-13
           ADD W-PG-ENC TO W-TOT-PG-ENC
           IF W-COMPL > ZEROS
              MOVE "C" TO W-TIPO-RATEIO
              MOVE W-COMPL TO W-CUSTO
              PERFORM 2800-RATEIA-VALOR THRU 2800-RATEIA-VALOR-FIM.
           IF W-ESTORNO > ZEROS
              MOVE "E" TO W-TIPO-RATEIO
              MOVE W-ESTORNO TO W-CUSTO
              PERFORM 2800-RATEIA-VALOR THRU 2800-RATEIA-VALOR-FIM.
           IF W-COMPL > ZEROS OR W-ESTORNO > ZEROS
              OR W-PG-FER > ZEROS OR W-PG-13 > ZEROS
              ADD 1 TO W-QTD-FUNC.
       2600-APURA-MOVIMENTO-FIM.
                EXIT.
      *
      *----------[ RATEIO PELOS DIAS EM CADA LOTACAO - VER CDF233 ]-----
      *    SEM HISTORICO O VALOR VAI INTEIRO PARA O DP DO CADASTRO; A
      *    SOBRA DE ARREDONDAMENTO FICA NA ULTIMA LOTACAO DO MES.
       2800-RATEIA-VALOR.
           IF NOT TEM-LOTACAO
              MOVE DP      TO W-DP-PARCELA
              MOVE W-CUSTO TO W-PARCELA-LOT
              PERFORM 2950-SOMA-PARCELA THRU 2950-SOMA-PARCELA-FIM
              GO TO 2800-RATEIA-VALOR-FIM.
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
              MOVE DP      TO W-DP-PARCELA
              MOVE W-CUSTO TO W-PARCELA-LOT
              PERFORM 2950-SOMA-PARCELA THRU 2950-SOMA-PARCELA-FIM
              GO TO 2800-RATEIA-VALOR-FIM.
           IF W-RATEADO NOT = W-CUSTO
              MOVE W-ULT-DP-LOT TO W-DP-PARCELA
              COMPUTE W-PARCELA-LOT = W-CUSTO - W-RATEADO
              PERFORM 2950-SOMA-PARCELA THRU 2950-SOMA-PARCELA-FIM.
       2800-RATEIA-VALOR-FIM.
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
           MOVE LOT-DP TO W-DP-PARCELA
           PERFORM 2950-SOMA-PARCELA THRU 2950-SOMA-PARCELA-FIM
           ADD W-PARCELA-LOT TO W-RATEADO
           MOVE LOT-DP TO W-ULT-DP-LOT
           MOVE "S" TO W-ACHOU-LOT.
       2900-RATEIA-LOTACAO-FIM.
                EXIT.
      *
      *----------[ PARCELA NO ACUMULADOR DO DEPARTAMENTO ]--------------
       2950-SOMA-PARCELA.
           IF RATEIA-COMPLEMENTO
              ADD W-PARCELA-LOT TO ACC-COMPL(W-DP-PARCELA)
           ELSE
              ADD W-PARCELA-LOT TO ACC-ESTORNO(W-DP-PARCELA).
       2950-SOMA-PARCELA-FIM.
                EXIT.
      *
      *----------[ CONFERE O BALANCEAMENTO E GRAVA OS LANCAMENTOS ]-----
       3000-FINALIZA.
           IF TEM-FERIAS
              CLOSE FERIAS.
           IF TEM-CRED13
              CLOSE CRED13.
           IF TEM-RESCISAO
              CLOSE RESCISAO.
           IF TEM-LOTACAO
              CLOSE LOTACAO.
           CLOSE PROVISAO
           DISPLAY "SALDO PROVISIONADO EM " W-COMPET ": " W-TOT-SALDO
           IF W-QTD-PULADOS > ZEROS
              DISPLAY "*** " W-QTD-PULADOS " FUNCIONARIO(S) PULADO(S)"
                      " ***".
           MOVE ZEROS TO W-TOT-DEBITOS W-TOT-CREDITOS
           MOVE ZEROS TO W-DP-IDX
           PERFORM 3100-SOMA-DEPTOS THRU 3100-SOMA-DEPTOS-FIM
              UNTIL W-DP-IDX = 999
           COMPUTE W-TOT-DEBITOS = W-TOT-DEBITOS
                  + W-TOT-EST-FER + W-TOT-EST-13 + W-TOT-EST-ENC
                  + W-TOT-PG-FER + W-TOT-PG-13 + W-TOT-PG-ENC
           COMPUTE W-TOT-CREDITOS = W-TOT-CREDITOS
                  + W-TOT-COMPL-FER + W-TOT-COMPL-13 + W-TOT-COMPL-ENC
                  + W-TOT-PG-FER + W-TOT-PG-13 + W-TOT-PG-ENC
           IF W-TOT-DEBITOS = ZEROS
              DISPLAY "*** SEM MOVIMENTO DE PROVISAO NO MES - "
                      "LCTPROV NAO GERADO ***"
              PERFORM 3500-GRAVA-ETAPA THRU 3500-GRAVA-ETAPA-FIM
              CLOSE CADPAG DEPTOS
              GO TO 3000-FINALIZA-FIM.
           IF W-TOT-DEBITOS NOT = W-TOT-CREDITOS
              DISPLAY "*** DEBITOS " W-TOT-DEBITOS " <> CREDITOS "
                      W-TOT-CREDITOS " - ARQUIVO NAO GERADO ***"
              CLOSE CADPAG DEPTOS
              STOP RUN.
      *    CONFERE ANTES DE GRAVAR QUE TODO DEPTO MOVIMENTADO TEM
      *    CONTA CONTABIL CADASTRADA: FALTOU UMA, NADA E GERADO.
           MOVE ZEROS TO W-DP-IDX
           PERFORM 3200-CONFERE-CONTA THRU 3200-CONFERE-CONTA-FIM
              UNTIL W-DP-IDX = 999
           OPEN OUTPUT LCTPROV
           IF ST-ERRO-LCT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO LCTPROV: " ST-ERRO-LCT
              CLOSE CADPAG DEPTOS
              STOP RUN.
           MOVE ZEROS TO W-DP-IDX
           PERFORM 3300-GRAVA-DEPTO THRU 3300-GRAVA-DEPTO-FIM
              UNTIL W-DP-IDX = 999
           PERFORM 3400-GRAVA-PASSIVO THRU 3400-GRAVA-PASSIVO-FIM
           DISPLAY "LCTPROV.TXT GERADO - DEBITOS = CREDITOS = "
                   W-TOT-DEBITOS
           DISPLAY "FUNCIONARIOS MOVIMENTADOS: " W-QTD-FUNC
           PERFORM 3500-GRAVA-ETAPA THRU 3500-GRAVA-ETAPA-FIM
           CLOSE CADPAG
           CLOSE DEPTOS
           CLOSE LCTPROV.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ SOMA DO COMPLEMENTO E DA REVERSAO DOS DEPTOS ]-------
       3100-SOMA-DEPTOS.
           ADD 1 TO W-DP-IDX
           ADD ACC-COMPL(W-DP-IDX)   TO W-TOT-DEBITOS
           ADD ACC-ESTORNO(W-DP-IDX) TO W-TOT-CREDITOS.
       3100-SOMA-DEPTOS-FIM.
                EXIT.
      *
      *----------[ TODO DEPTO MOVIMENTADO PRECISA DE CONTA CONTABIL ]---
       3200-CONFERE-CONTA.
           ADD 1 TO W-DP-IDX
           IF ACC-COMPL(W-DP-IDX) > ZEROS
              OR ACC-ESTORNO(W-DP-IDX) > ZEROS
              MOVE W-DP-IDX TO DPT-COD
              READ DEPTOS
              IF ST-ERRO-DEP NOT = "00" AND "02"
                 DISPLAY "*** DEPTO " W-DP-IDX " SEM CADASTRO NO "
                         "DEPTOS - ARQUIVO NAO GERADO ***"
                 CLOSE CADPAG DEPTOS
                 STOP RUN
              ELSE
                 IF DPT-CONTA-CONTABIL = ZEROS
                    DISPLAY "*** DEPTO " W-DP-IDX " SEM CONTA "
                            "CONTABIL - ARQUIVO NAO GERADO ***"
                    CLOSE CADPAG DEPTOS
                    STOP RUN.
       3200-CONFERE-CONTA-FIM.
                EXIT.
      *
      *----------[ DESPESA E ESTORNO DE CADA DEPARTAMENTO ]-------------
       3300-GRAVA-DEPTO.
           ADD 1 TO W-DP-IDX
           IF ACC-COMPL(W-DP-IDX) = ZEROS
              AND ACC-ESTORNO(W-DP-IDX) = ZEROS
              GO TO 3300-GRAVA-DEPTO-FIM.
           MOVE W-DP-IDX TO DPT-COD
           READ DEPTOS
           MOVE W-DATA-HOJE TO LCT-DATA
           MOVE DPT-CONTA-CONTABIL TO LCT-CONTA
           IF ACC-COMPL(W-DP-IDX) > ZEROS
              MOVE "D" TO LCT-DC
              MOVE ACC-COMPL(W-DP-IDX) TO LCT-VALOR
              MOVE SPACES TO LCT-HISTORICO
              STRING "PROVISAO " W-COMPET " DEPTO " W-DP-IDX
                 DELIMITED BY SIZE INTO LCT-HISTORICO
              END-STRING
              WRITE REG-LCTPROV FROM LCT-LINHA.
           IF ACC-ESTORNO(W-DP-IDX) > ZEROS
              MOVE "C" TO LCT-DC
              MOVE ACC-ESTORNO(W-DP-IDX) TO LCT-VALOR
              MOVE SPACES TO LCT-HISTORICO
              STRING "REVERSAO PROVISAO " W-COMPET " DEPTO " W-DP-IDX
                 DELIMITED BY SIZE INTO LCT-HISTORICO
              END-STRING
              WRITE REG-LCTPROV FROM LCT-LINHA.
       3300-GRAVA-DEPTO-FIM.
                EXIT.
      *
      *----------[ CONTAS DE PROVISAO E BAIXA DOS PAGAMENTOS ]----------
      *    A BAIXA TIRA DA PROVISAO O QUE FOI PAGO: FERIAS E 13o VAO
      *    PARA SALARIOS A PAGAR (CREDITADOS NAS REMESSAS DO CDF236/
      *    CDF234/CDF238) E OS ENCARGOS PARA INSS A RECOLHER.
       3400-GRAVA-PASSIVO.
           MOVE W-DATA-HOJE TO LCT-DATA
           MOVE CTA-PROV-FERIAS TO LCT-CONTA
           MOVE "C" TO LCT-DC
           MOVE W-TOT-COMPL-FER TO LCT-VALOR
           MOVE "PROVISAO DE FERIAS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-13 TO LCT-CONTA
           MOVE W-TOT-COMPL-13 TO LCT-VALOR
           MOVE "PROVISAO DE 13o" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-ENCARGOS TO LCT-CONTA
           MOVE W-TOT-COMPL-ENC TO LCT-VALOR
           MOVE "PROVISAO DE ENCARGOS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE "D" TO LCT-DC
           MOVE CTA-PROV-FERIAS TO LCT-CONTA
           MOVE W-TOT-EST-FER TO LCT-VALOR
           MOVE "REVERSAO PROVISAO FERIAS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-13 TO LCT-CONTA
           MOVE W-TOT-EST-13 TO LCT-VALOR
           MOVE "REVERSAO PROVISAO 13o" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-ENCARGOS TO LCT-CONTA
           MOVE W-TOT-EST-ENC TO LCT-VALOR
           MOVE "REVERSAO PROVISAO ENCARGOS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-FERIAS TO LCT-CONTA
           MOVE W-TOT-PG-FER TO LCT-VALOR
           MOVE "BAIXA FERIAS PAGAS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-13 TO LCT-CONTA
           MOVE W-TOT-PG-13 TO LCT-VALOR
           MOVE "BAIXA 13o PAGO" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-PROV-ENCARGOS TO LCT-CONTA
           MOVE W-TOT-PG-ENC TO LCT-VALOR
           MOVE "BAIXA ENCARGOS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE "C" TO LCT-DC
           MOVE CTA-SALARIOS-PAGAR TO LCT-CONTA
           COMPUTE LCT-VALOR = W-TOT-PG-FER + W-TOT-PG-13
           MOVE "FERIAS E 13o PAGOS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM
           MOVE CTA-INSS-RECOLHER TO LCT-CONTA
           MOVE W-TOT-PG-ENC TO LCT-VALOR
           MOVE "ENCARGOS S/ FERIAS E 13o PAGOS" TO W-HISTORICO
           PERFORM 3450-GRAVA-LINHA THRU 3450-GRAVA-LINHA-FIM.
       3400-GRAVA-PASSIVO-FIM.
                EXIT.
      *
      *----------[ UMA LINHA DE PASSIVO - SO SE TIVER VALOR ]-----------
       3450-GRAVA-LINHA.
           IF LCT-VALOR = ZEROS
              GO TO 3450-GRAVA-LINHA-FIM.
           MOVE SPACES TO LCT-HISTORICO
           STRING W-COMPET " " DELIMITED BY SIZE
                  W-HISTORICO DELIMITED BY "  "
              INTO LCT-HISTORICO
           END-STRING
           WRITE REG-LCTPROV FROM LCT-LINHA.
       3450-GRAVA-LINHA-FIM.
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
           MOVE "CDF248"       TO ETP-PROGRAMA
           MOVE W-DATA-HOJE    TO ETP-DATA
           ACCEPT W-ETP-HORA-TMP FROM TIME
           MOVE W-ETP-HORA-TMP(1:6) TO ETP-HORA
           MOVE W-QTD-FUNC     TO ETP-QTD-REG
           MOVE W-TOT-DEBITOS  TO ETP-TOTAL
           WRITE REGETP
           IF ST-ERRO-ETP = "22"
              REWRITE REGETP.
           IF ST-ERRO-ETP NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ETAPAS: " ST-ERRO-ETP.
           CLOSE ETAPAS.
       3500-GRAVA-ETAPA-FIM.
                EXIT.
