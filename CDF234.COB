      *   FOLHA (CDF224), POIS O BANCO EXIGE ARQUIVO SEPARADO PARA O
      *   CREDITO DO 13o. PARA CADA FUNCIONARIO OS AVOS SAO DERIVADOS
      *   DA DT-ADMISSAO (E DA DT-DESLIG PARA QUEM SAIU NO ANO): CONTA
      *   O MES EM QUE HOUVE PELO MENOS 15 DIAS TRABALHADOS, DESCONTADOS
      *   OS DIAS DE AFASTAMENTO QUE A LEI NAO CONTA (AFASTA.DAT, VER
      *   AFAPAG: BENEFICIO DO INSS POR DOENCA/ACIDENTE, SERVICO
      *   MILITAR E LICENCA NAO REMUNERADA). O VALOR
      *   INTEGRAL E SB * AVOS / 12 E O PAGAMENTO SAI EM DUAS PARCELAS:
      *   - PARCELA 1: METADE DO INTEGRAL, SEM IMPOSTOS;
      *   - PARCELA 2: INTEGRAL MENOS A METADE JA PAGA, MENOS INSS E
      *   A COMPETENCIA DO CREDITO E RECUSADA SE JA CONSTAR FECHADA NO
      *   COMPET.DAT, E CADA CREDITO GERADO E REGISTRADO EM CADPAG.LOG
      *   COM O OPERADOR RESPONSAVEL, COMO OS DEMAIS PROGRAMAS QUE
      *   MOVIMENTAM A FOLHA. SO SUPERVISOR PODE RODAR. OS CREDITOS
      *   FICAM TAMBEM EM CRED13.DAT (VER C13PAG), DE ONDE O CDF246
      *   TIRA A BASE DO FGTS DO 13o NA COMPETENCIA DO CREDITO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRV-COD
                    FILE STATUS  IS ST-ERRO-TRV.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
       SELECT CRED13 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS C13-CHAVE
                    FILE STATUS  IS ST-ERRO-C13.
       SELECT AFASTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AFA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVAS.DAT".
           COPY TRVPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD CRED13
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRED13.DAT".
           COPY C13PAG.
       FD AFASTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFASTA.DAT".
           COPY AFAPAG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-OPR         PIC X(02) VALUE "00".
       77 ST-ERRO-LOG         PIC X(02) VALUE "00".
       77 ST-ERRO-TRV         PIC X(02) VALUE "00".
       77 ST-ERRO-C13         PIC X(02) VALUE "00".
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-OPERADOR          PIC X(08) VALUE SPACES.
       77 W-PARCELA           PIC 9(01) VALUE ZEROS.
       77 W-ANO-13            PIC 9(04) VALUE ZEROS.
       77 W-IR-13             PIC 9(08) VALUE ZEROS.
       77 W-ABATIM-DP         PIC 9(08) VALUE ZEROS.
       77 W-BASE-IR           PIC S9(08) VALUE ZEROS.
      *----[ DEDUCAO DE DEPENDENTES NO IRRF - VER DEPPAG ]--------------
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-QTD-DEP-IR        PIC 9(02) VALUE ZEROS.
       77 W-DEDUC-DEP         PIC 9(08) VALUE ZEROS.
       77 VLR-DEDUC-DEPEND    PIC 9(08) VALUE 189.
      *----[ AFASTAMENTOS DA COD EM DIAS CORRIDOS - VER AFAPAG ]-------
      *    INI/FIM: PRIMEIRO E ULTIMO DIA AFASTADO (EM ABERTO = 9999999)
      *    PERDA: PRIMEIRO DIA QUE NAO CONTA COMO TRABALHADO - INICIO
      *    DO BENEFICIO DO INSS NA DOENCA E NO ACIDENTE, O PROPRIO
      *    INICIO NOS DEMAIS. A LICENCA-MATERNIDADE CONTA COMO TEMPO
      *    TRABALHADO PARA 13o E FERIAS.
       77 ST-ERRO-AFA         PIC X(02) VALUE "00".
       77 W-TEM-AFA           PIC X(01) VALUE "N".
           88 TEM-AFASTA            VALUE "S".
       77 W-FIM-AFA           PIC X(01) VALUE "N".
           88 FIM-AFASTA            VALUE "S".
       77 W-QTD-AFA           PIC 9(02) VALUE ZEROS.
       77 W-IX                PIC 9(02) VALUE ZEROS.
       77 MAX-AFA             PIC 9(02) VALUE 30.
       77 DIAS-EMPRESA        PIC 9(02) VALUE 15.
       01 TB-AFASTAMENTOS.
           03 TB-AFA OCCURS 30 TIMES.
               05 TB-AFA-MOTIVO   PIC X(01).
               05 TB-AFA-INI      PIC 9(07).
               05 TB-AFA-FIM      PIC 9(07).
               05 TB-AFA-PERDA    PIC 9(07).
       77 W-INT-INI           PIC 9(07) VALUE ZEROS.
       77 W-INT-FIM           PIC 9(07) VALUE ZEROS.
       77 W-JAN-INI           PIC 9(07) VALUE ZEROS.
       77 W-JAN-FIM           PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SOBREP       PIC 9(07) VALUE ZEROS.
       77 W-MES-AVO           PIC 9(02) VALUE ZEROS.
       77 W-DIAS-MES-AVO      PIC 9(02) VALUE ZEROS.
       77 W-DIAS-PERDIDOS     PIC 9(03) VALUE ZEROS.
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
       01 W-COMPET            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
                      ST-ERRO-LOG
              CLOSE CADPAG
              STOP RUN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA DEDUCAO POR
      *    DEPENDENTE NO IRRF.
           OPEN INPUT DEPEND
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
      *    ARQUIVO OPCIONAL (VER CDF249): SEM ELE NINGUEM PERDE AVO
      *    POR AFASTAMENTO.
           OPEN INPUT AFASTA
           IF ST-ERRO-AFA = "00"
              MOVE "S" TO W-TEM-AFA
           ELSE
              MOVE "N" TO W-TEM-AFA.
           OPEN I-O CRED13
           IF ST-ERRO-C13 = "30" OR "35"
              OPEN OUTPUT CRED13
              CLOSE CRED13
              OPEN I-O CRED13.
           IF ST-ERRO-C13 NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CRED13: " ST-ERRO-C13
              CLOSE CADPAG CADPAGLOG
              STOP RUN.
           OPEN OUTPUT REM13
           IF ST-ERRO-R13 NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO REM13: " ST-ERRO-R13
              CLOSE CADPAG CADPAGLOG CRED13
              STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT REM-HD-DATA-GER FROM DATE YYYYMMDD
           WRITE REG-REM13 FROM REM-HEADER
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
      *----------[ LACO PRINCIPAL - UM FUNCIONARIO POR VEZ ]------------
      *    ENTRAM NA REMESSA OS ATIVOS E OS DESLIGADOS DENTRO DO
      *    PROPRIO ANO (COM AVOS PROPORCIONAIS ATE O DESLIGAMENTO);
      *    O AFASTADO TAMBEM ENTRA, COM OS AVOS DOS MESES EM QUE O
      *    AFASTAMENTO NAO TIROU O DIREITO.
       2000-PROCESSA.
           PERFORM 2200-CALCULA-AVOS THRU 2200-CALCULA-AVOS-FIM
           IF TEM-AFASTA AND W-AVOS > ZEROS
              PERFORM 2250-AVOS-AFASTAMENTO THRU
                      2250-AVOS-AFASTAMENTO-FIM.
           IF W-AVOS = ZEROS
              ADD 1 TO W-QTD-FORA-REMESSA
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM
       2200-CALCULA-AVOS-FIM.
                EXIT.
      *
      *----------[ AVOS PERDIDOS POR AFASTAMENTO ]----------------------
      *    O MES DENTRO DE W-MES-INI/W-MES-FIM QUE, DESCONTADOS OS DIAS
      *    DE AFASTAMENTO QUE NAO CONTAM (VER AFAPAG), FICA COM MENOS
      *    DE 15 DIAS TRABALHADOS PERDE O AVO.
       2250-AVOS-AFASTAMENTO.
           PERFORM 2260-CARREGA-AFASTA THRU 2260-CARREGA-AFASTA-FIM
           IF W-QTD-AFA = ZEROS
              GO TO 2250-AVOS-AFASTAMENTO-FIM.
           COMPUTE W-MES-AVO = W-MES-INI - 1
           PERFORM 2270-AVO-DO-MES THRU 2270-AVO-DO-MES-FIM
              UNTIL W-MES-AVO = W-MES-FIM.
       2250-AVOS-AFASTAMENTO-FIM.
                EXIT.
      *
      *----------[ AFASTAMENTOS DA COD EM DIAS CORRIDOS ]---------------
       2260-CARREGA-AFASTA.
           MOVE ZEROS TO W-QTD-AFA
           MOVE "N" TO W-FIM-AFA
           MOVE COD   TO AFA-COD
           MOVE ZEROS TO AFA-DT-INI
           START AFASTA KEY IS NOT LESS THAN AFA-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-AFA
           END-START
           PERFORM 2265-LE-AFASTA THRU 2265-LE-AFASTA-FIM
              UNTIL FIM-AFASTA.
       2260-CARREGA-AFASTA-FIM.
                EXIT.
      *
      *----------[ UM AFASTAMENTO NA TABELA ]---------------------------
       2265-LE-AFASTA.
           READ AFASTA NEXT RECORD
              AT END MOVE "S" TO W-FIM-AFA
           END-READ
           IF FIM-AFASTA
              GO TO 2265-LE-AFASTA-FIM.
           IF AFA-COD NOT = COD
              MOVE "S" TO W-FIM-AFA
              GO TO 2265-LE-AFASTA-FIM.
           IF W-QTD-AFA = MAX-AFA
              MOVE "S" TO W-FIM-AFA
              GO TO 2265-LE-AFASTA-FIM.
           ADD 1 TO W-QTD-AFA
           MOVE AFA-MOTIVO TO TB-AFA-MOTIVO(W-QTD-AFA)
           MOVE AFA-DT-INI TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO TB-AFA-INI(W-QTD-AFA)
           IF AFA-DOENCA OR AFA-ACIDENTE
              COMPUTE TB-AFA-PERDA(W-QTD-AFA) =
                      W-DS-SERIAL + DIAS-EMPRESA
           ELSE
              MOVE W-DS-SERIAL TO TB-AFA-PERDA(W-QTD-AFA).
           IF AFA-DT-RETORNO = ZEROS
              MOVE 9999999 TO TB-AFA-FIM(W-QTD-AFA)
           ELSE
              MOVE AFA-DT-RETORNO TO W-DS-DATA-NUM
              PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
              COMPUTE TB-AFA-FIM(W-QTD-AFA) = W-DS-SERIAL - 1.
       2265-LE-AFASTA-FIM.
                EXIT.
      *
      *----------[ UM MES DO ANO CONTRA OS AFASTAMENTOS ]---------------
       2270-AVO-DO-MES.
           ADD 1 TO W-MES-AVO
           MOVE W-ANO-13 TO W-DS-ANO
           MOVE W-MES-AVO TO W-DS-MES
           MOVE 01 TO W-DS-DIA
           PERFORM 9150-TESTA-BISSEXTO THRU 9150-TESTA-BISSEXTO-FIM
           MOVE TB-ULT-DIA(W-MES-AVO) TO W-DIAS-MES-AVO
           IF W-MES-AVO = 2 AND ANO-BISSEXTO
              ADD 1 TO W-DIAS-MES-AVO.
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE ZEROS TO W-DIAS-PERDIDOS W-IX
           PERFORM 2275-DIAS-PERDIDOS THRU 2275-DIAS-PERDIDOS-FIM
              UNTIL W-IX = W-QTD-AFA
           IF W-DIAS-PERDIDOS > W-DIAS-MES-AVO
              MOVE W-DIAS-MES-AVO TO W-DIAS-PERDIDOS.
           IF W-DIAS-MES-AVO - W-DIAS-PERDIDOS < 15
              AND W-AVOS > ZEROS
              SUBTRACT 1 FROM W-AVOS.
       2270-AVO-DO-MES-FIM.
                EXIT.
      *
      *----------[ DIAS DO MES QUE NAO CONTAM COMO TRABALHADOS ]--------
       2275-DIAS-PERDIDOS.
           ADD 1 TO W-IX
           IF TB-AFA-MOTIVO(W-IX) = "M"
              GO TO 2275-DIAS-PERDIDOS-FIM.
           MOVE TB-AFA-PERDA(W-IX) TO W-INT-INI
           MOVE TB-AFA-FIM(W-IX)   TO W-INT-FIM
           MOVE W-DS-SERIAL        TO W-JAN-INI
           COMPUTE W-JAN-FIM = W-DS-SERIAL + W-DIAS-MES-AVO - 1
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           ADD W-DIAS-SOBREP TO W-DIAS-PERDIDOS.
       2275-DIAS-PERDIDOS-FIM.
                EXIT.
      *
      *----------[ VALOR DA PARCELA EM PAGAMENTO ]----------------------
      *    A METADE DA PARCELA 1 E RECALCULADA NA PARCELA 2 PELA MESMA
      *    CONTA, DE MODO QUE INTEGRAL = PARCELA 1 + PARCELA 2 + INSS +
           COMPUTE W-VALOR-INTEGRAL ROUNDED = SB * W-AVOS / 12
           COMPUTE W-METADE ROUNDED = W-VALOR-INTEGRAL / 2
           IF W-PARCELA = 1
              MOVE ZEROS TO W-INSS-13 W-IR-13
              MOVE W-METADE TO W-VALOR-PARC
           ELSE
              PERFORM 2400-CALC-IMPOSTOS-13 THRU
           END-SEARCH
           MOVE TB-DP-ABAT(IX-DPGRP) TO W-ABATIM-DP

           PERFORM 2450-CONTA-DEPEND THRU 2450-CONTA-DEPEND-FIM
           COMPUTE W-DEDUC-DEP = W-QTD-DEP-IR * VLR-DEDUC-DEPEND
           COMPUTE W-BASE-IR = W-VALOR-INTEGRAL - W-INSS-13
                             - W-ABATIM-DP - W-DEDUC-DEP
           IF W-BASE-IR < 0
              MOVE 0 TO W-BASE-IR.

       2400-CALC-IMPOSTOS-13-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO IRRF - VER CDF245 ]-------------------
      *    CONTA OS DEPENDENTES ATIVOS DO FUNCIONARIO MARCADOS PARA
      *    DEDUZIR NA BASE DO IRRF.
       2450-CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-IR
           IF NOT TEM-DEPEND
              GO TO 2450-CONTA-DEPEND-FIM.
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO 2450-CONTA-DEPEND-FIM
           END-START.
       2450-CONTA-DEPEND-PROX.
           READ DEPEND NEXT RECORD
              AT END GO TO 2450-CONTA-DEPEND-FIM
           END-READ.
           IF DEP-COD NOT = COD
              GO TO 2450-CONTA-DEPEND-FIM.
           IF DEP-ATIVO AND DEP-DEDUZ-IR
              ADD 1 TO W-QTD-DEP-IR.
           GO TO 2450-CONTA-DEPEND-PROX.
       2450-CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ DETALHE DA REMESSA E TRILHA DE AUDITORIA ]-----------
       2500-GRAVA-DETALHE.
           MOVE COD       TO REM-DT-COD
           WRITE REG-REM13 FROM REM-DETALHE
           ADD 1 TO W-QTD-REGISTROS
           ADD W-VALOR-PARC TO W-TOT-VALOR
           PERFORM 2700-GRAVA-CRED13 THRU 2700-GRAVA-CRED13-FIM
           PERFORM 2600-GRAVA-LOG THRU 2600-GRAVA-LOG-FIM.
       2500-GRAVA-DETALHE-FIM.
                EXIT.
      *
      *----------[ CREDITO DO 13o PARA O FGTS - VER C13PAG ]------------
      *    O BRUTO DA PARCELA E A METADE NA PRIMEIRA E O RESTANTE DO
      *    INTEGRAL NA SEGUNDA; A SOMA DAS DUAS FECHA NO INTEGRAL.
       2700-GRAVA-CRED13.
           MOVE W-COMPET  TO C13-COMPET
           MOVE COD       TO C13-COD
           MOVE W-PARCELA TO C13-PARCELA
           MOVE DP        TO C13-DP
           MOVE W-AVOS    TO C13-AVOS
           MOVE W-VALOR-INTEGRAL TO C13-INTEGRAL
           IF W-PARCELA = 1
              MOVE W-METADE TO C13-BRUTO
           ELSE
              COMPUTE C13-BRUTO = W-VALOR-INTEGRAL - W-METADE.
           MOVE W-INSS-13    TO C13-INSS
           MOVE W-IR-13      TO C13-IR
           MOVE W-VALOR-PARC TO C13-LIQUIDO
           MOVE W-DATA-HOJE  TO C13-DATA
           WRITE REGC13
           IF ST-ERRO-C13 = "22"
              REWRITE REGC13.
           IF ST-ERRO-C13 NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO CRED13: " ST-ERRO-C13.
       2700-GRAVA-CRED13-FIM.
                EXIT.
      *
      *----------[ REGISTRO DO CREDITO NA TRILHA DE AUDITORIA ]---------
      *    O 13o NAO ALTERA O REGPAG, MAS O CREDITO GERADO FICA NA
      *    TRILHA COM A IMAGEM VIGENTE DO REGISTRO E O OPERADOR QUE
           IF W-QTD-FORA-REMESSA > ZEROS
              DISPLAY "FUNCIONARIOS FORA DA REMESSA: "
                      W-QTD-FORA-REMESSA.
           IF TEM-DEPEND
              CLOSE DEPEND.
           IF TEM-AFASTA
              CLOSE AFASTA.
           CLOSE CADPAG
           CLOSE CADPAGLOG
           CLOSE CRED13
           CLOSE REM13.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ DATA AAAAMMDD EM DIAS CORRIDOS - COMO NO CDF250 ]----
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
