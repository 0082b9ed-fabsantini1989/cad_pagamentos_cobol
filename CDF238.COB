      *   MARCADO COMO DESLIGADO NO CDF222, A PARTIR DE SB,
      *   DT-ADMISSAO, DT-DESLIG E DOS MOVIMENTOS DA COMPETENCIA DO
      *   DESLIGAMENTO EM MOVPAG.DAT:
      *   - SALDO DE SALARIO PELOS DIAS TRABALHADOS NO MES DA SAIDA,
      *     SEM OS DIAS DE AFASTAMENTO QUE A EMPRESA NAO PAGA;
      *   - AVISO PREVIO INDENIZADO (UM SB), QUANDO DEVIDO;
      *   - 13o PROPORCIONAL PELOS AVOS DO ANO (REGRA DO CDF234,
      *     INCLUSIVE A PERDA DE AVO POR AFASTAMENTO);
      *   - FERIAS VENCIDAS COM SALDO NO FERIAS.DAT E PROPORCIONAIS DO
      *     PERIODO EM CURSO, AMBAS COM O TERCO CONSTITUCIONAL. NAS
      *     PROPORCIONAIS, SERVICO MILITAR E LICENCA NAO REMUNERADA
      *     SUSPENDEM A CONTAGEM E MAIS DE 180 DIAS DE BENEFICIO DO
      *     INSS NO PERIODO ZERAM O DIREITO (VER AFAPAG);
      *   - PROVENTOS E DESCONTOS DO MES EM MOVPAG.DAT.
      *   INSS E IRRF SAEM PELAS FAIXAS DO CALC-IMPOSTOS DO CDF222:
      *   SOBRE A BASE MENSAL (SALDO + MOVIMENTOS) E, EM SEPARADO,
      *   TERMORES.TXT NO ESTILO DO HOLERITE DO CDF229, O CREDITO DO
      *   LIQUIDO EM REMRES.TXT NO PADRAO POSICIONAL DO CDF224, AS
      *   FERIAS PAGAS SAO BAIXADAS NO FERIAS.DAT E O CREDITO FICA
      *   REGISTRADO EM CADPAG.LOG. SO SUPERVISOR PODE RODAR. AS
      *   VERBAS APURADAS FICAM GRAVADAS EM RESCISAO.DAT (VER RSCPAG)
      *   PARA O FGTS RESCISORIO DO CDF246.
      *   EMPRESTIMO CONSIGNADO (CONSIG.DAT, VER CSGPAG): O SALDO
      *   DEVEDOR DOS CONTRATOS EM ABERTO E DESCONTADO DO LIQUIDO ATE
      *   O LIMITE LEGAL DE 35% DELE. COM O TERMO EMITIDO OS CONTRATOS
      *   SAO ENCERRADOS ("R") COM O VALOR DESCONTADO E O SALDO QUE
      *   FICA PARA O CREDOR COBRAR, LISTADOS EM CSGRES.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO-PEN.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
       SELECT CADPAGLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
       SELECT REMRES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RMR.
       SELECT RESCISAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAVE
                    FILE STATUS  IS ST-ERRO-RSC.
       SELECT AFASTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AFA.
       SELECT CONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CHAVE
                    ALTERNATE RECORD KEY IS CSG-BANCO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CSG.
       SELECT CSGRES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
           COPY PENPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD CADPAGLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.LOG".
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMRES.TXT".
       01 REG-REMRES                 PIC X(240).
       FD RESCISAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESCISAO.DAT".
           COPY RSCPAG.
       FD AFASTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFASTA.DAT".
           COPY AFAPAG.
       FD CONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSIG.DAT".
           COPY CSGPAG.
       FD CSGRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CSGRES.TXT".
       01 REG-CSGRES                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-LOG         PIC X(02) VALUE "00".
       77 ST-ERRO-TRM         PIC X(02) VALUE "00".
       77 ST-ERRO-RMR         PIC X(02) VALUE "00".
       77 ST-ERRO-RSC         PIC X(02) VALUE "00".
       77 W-OPERADOR          PIC X(08) VALUE SPACES.
       77 W-COD-RESC          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO-AVISO       PIC X(01) VALUE "N".
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
       77 W-BASE-CALC         PIC 9(08) VALUE ZEROS.
       77 W-INSS-CALC         PIC 9(08) VALUE ZEROS.
       77 W-IR-CALC           PIC 9(08) VALUE ZEROS.
       77 W-LIQUIDO           PIC S9(09) VALUE ZEROS.
      *----[ SALDO DE EMPRESTIMO CONSIGNADO - VER CSGPAG ]-------------
       77 ST-ERRO-CSG         PIC X(02) VALUE "00".
       77 ST-ERRO-CRS         PIC X(02) VALUE "00".
       77 W-TEM-CSG           PIC X(01) VALUE "N".
           88 TEM-CONSIG            VALUE "S".
       77 W-FIM-CSG           PIC X(01) VALUE "N".
           88 FIM-CONSIG            VALUE "S".
       77 W-BAIXA-CSG         PIC X(01) VALUE "N".
           88 BAIXA-CONSIG          VALUE "S".
       77 EVT-CONSIGNADO      PIC 9(03) VALUE 110.
       77 PERC-MARGEM         PIC 9(02)V9(02) VALUE 35,00.
       77 W-LIM-CONSIG        PIC 9(08) VALUE ZEROS.
       77 W-TOT-CONSIG        PIC 9(08) VALUE ZEROS.
       77 W-TOT-CREDOR        PIC 9(09) VALUE ZEROS.
       77 W-QTD-CONSIG        PIC 9(03) VALUE ZEROS.
       77 W-PAGAS             PIC 9(03) VALUE ZEROS.
       77 W-SALDO-CSG         PIC 9(08) VALUE ZEROS.
       77 W-DESC-CSG          PIC 9(08) VALUE ZEROS.
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
       77 W-DESLIG-SER        PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SUSPENSOS    PIC 9(05) VALUE ZEROS.
       77 W-DIAS-INSS         PIC 9(05) VALUE ZEROS.
       77 W-AVOS-SUSPENSOS    PIC 9(02) VALUE ZEROS.
       77 LIM-DIAS-INSS-FER   PIC 9(03) VALUE 180.
       77 EVT-AFAST-SEM-FGTS  PIC 9(03) VALUE 108.
       77 EVT-AFAST-COM-FGTS  PIC 9(03) VALUE 109.
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
      *----------[ TABELAS DE FAIXAS - MESMOS VALORES DO CDF222 ]-------
       01 TB-INSS.
           05 TB-INSS-FX OCCURS 4 TIMES INDEXED BY IX-INSS.
           05 FILLER          PIC X(30) VALUE "LIQUIDO DA RESCISAO".
           05 FILLER          PIC X(09) VALUE SPACES.
           05 LN-LIQ-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LN-CSG-CABEC.
           05 FILLER          PIC X(50) VALUE
              " CONSIGNADO NA RESCISAO - CDF238".
           05 FILLER          PIC X(07) VALUE "DATA: ".
           05 LN-CSC-DATA     PIC 9(08).
       01 LN-CSG-TITULO.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(06) VALUE "BANCO".
           05 FILLER  PIC X(17) VALUE "CONTRATO".
           05 FILLER  PIC X(09) VALUE "PARCELAS".
           05 FILLER  PIC X(16) VALUE "   SALDO DEVEDOR".
           05 FILLER  PIC X(16) VALUE "     DESCONTADO".
           05 FILLER  PIC X(16) VALUE "   A COBRAR".
       01 LN-CSG-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CSD-BANCO    PIC 9(03).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-CSD-CONTRATO PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CSD-PAGAS    PIC ZZ9.
           05 FILLER          PIC X(01) VALUE "/".
           05 LN-CSD-QTD      PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CSD-SALDO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CSD-DESC     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-CSD-CREDOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 LN-CSG-TOTAL.
           05 FILLER          PIC X(37) VALUE
              " TOTAL DESCONTADO NA RESCISAO:".
           05 LN-CST-DESC     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(12) VALUE "  A COBRAR:".
           05 LN-CST-CREDOR   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LN-BANCO.
           05 FILLER          PIC X(19) VALUE " CREDITO EM: BANCO ".
           05 LN-BCO-BANCO    PIC 9(03).
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA DEDUCAO POR
      *    DEPENDENTE NO IRRF.
           OPEN INPUT DEPEND
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
      *    ARQUIVO OPCIONAL (VER CDF249): SEM ELE A RESCISAO NAO
      *    CONSIDERA AFASTAMENTOS.
           OPEN INPUT AFASTA
           IF ST-ERRO-AFA = "00"
              MOVE "S" TO W-TEM-AFA
           ELSE
              MOVE "N" TO W-TEM-AFA.
      *    ARQUIVO OPCIONAL (VER CDF251): SEM ELE NAO HA SALDO DE
      *    CONSIGNADO A DESCONTAR.
           OPEN I-O CONSIG
           IF ST-ERRO-CSG = "00"
              MOVE "S" TO W-TEM-CSG
           ELSE
              MOVE "N" TO W-TEM-CSG.
           OPEN EXTEND CADPAGLOG
           IF ST-ERRO-LOG = "35"
              OPEN OUTPUT CADPAGLOG
      *
      *----------[ APURACAO DE TODAS AS VERBAS DA RESCISAO ]------------
       2000-CALCULA.
           MOVE ZEROS TO W-QTD-AFA
           IF TEM-AFASTA
              PERFORM 2260-CARREGA-AFASTA THRU 2260-CARREGA-AFASTA-FIM.
      *    SALDO DE SALARIO PELOS DIAS TRABALHADOS NO MES DA SAIDA.
           MOVE DT-DESLIG(7:2) TO W-DIAS-MES
           IF W-DIAS-MES > 30
              MOVE 30 TO W-DIAS-MES.
           IF W-QTD-AFA > ZEROS
              PERFORM 2210-SALDO-AFASTAMENTO THRU
                      2210-SALDO-AFASTAMENTO-FIM.
           COMPUTE W-VRB-SALDO-SAL ROUNDED = SB * W-DIAS-MES / 30
      *    AVISO PREVIO INDENIZADO = UM SALARIO BRUTO, QUANDO DEVIDO.
           IF W-OPCAO-AVISO = "S" OR "s"
           ELSE
              MOVE ZEROS TO W-VRB-AVISO.
           PERFORM 2200-CALCULA-AVOS-13 THRU 2200-CALCULA-AVOS-13-FIM
           IF W-QTD-AFA > ZEROS AND W-AVOS-13 > ZEROS
              PERFORM 2250-AVOS-AFASTAMENTO THRU
                      2250-AVOS-AFASTAMENTO-FIM.
           COMPUTE W-VRB-13-PROP ROUNDED = SB * W-AVOS-13 / 12
           PERFORM 2300-APURA-FERIAS THRU 2300-APURA-FERIAS-FIM
           PERFORM 2500-SOMA-MOVIMENTOS THRU 2500-SOMA-MOVIMENTOS-FIM
                             - W-INSS-13 - W-IR-13
           IF W-LIQUIDO < 0
              MOVE 0 TO W-LIQUIDO.
      *    CONSIGNADO: SALDO DEVEDOR ATE 35% DO LIQUIDO APURADO ACIMA.
           MOVE "N" TO W-BAIXA-CSG
           IF TEM-CONSIG
              PERFORM 2800-APURA-CONSIGNADO THRU
                      2800-APURA-CONSIGNADO-FIM.
           SUBTRACT W-TOT-CONSIG FROM W-LIQUIDO.
       2000-CALCULA-FIM.
                EXIT.
      *
      *----------[ DIAS DE AFASTAMENTO NO MES DA SAIDA ]----------------
      *    A EMPRESA NAO PAGA OS DIAS A PARTIR DO BENEFICIO (VER
      *    CDF250); ELES SAEM DO SALDO DE SALARIO. POR ISSO OS
      *    DESCONTOS 108/109 DO MES FICAM FORA DE 2550-LE-MOVIMENTO.
       2210-SALDO-AFASTAMENTO.
           MOVE DT-DESLIG TO W-DS-DATA-NUM
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-DESLIG-SER
           MOVE 01 TO W-DS-DIA
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE ZEROS TO W-DIAS-PERDIDOS W-IX
           PERFORM 2215-DIAS-SEM-SALARIO THRU
                   2215-DIAS-SEM-SALARIO-FIM
              UNTIL W-IX = W-QTD-AFA
           IF W-DIAS-PERDIDOS NOT < W-DIAS-MES
              MOVE ZEROS TO W-DIAS-MES
           ELSE
              SUBTRACT W-DIAS-PERDIDOS FROM W-DIAS-MES.
       2210-SALDO-AFASTAMENTO-FIM.
                EXIT.
      *
      *----------[ UM AFASTAMENTO CONTRA O MES DA SAIDA ]---------------
      *    AQUI ENTRA TAMBEM A LICENCA-MATERNIDADE: O SALARIO DELA E
      *    BENEFICIO, NAO SALDO DE SALARIO.
       2215-DIAS-SEM-SALARIO.
           ADD 1 TO W-IX
           MOVE TB-AFA-PERDA(W-IX) TO W-INT-INI
           MOVE TB-AFA-FIM(W-IX)   TO W-INT-FIM
           MOVE W-DS-SERIAL        TO W-JAN-INI
           MOVE W-DESLIG-SER       TO W-JAN-FIM
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           ADD W-DIAS-SOBREP TO W-DIAS-PERDIDOS.
       2215-DIAS-SEM-SALARIO-FIM.
                EXIT.
      *
      *----------[ AVOS DO 13o NO ANO DA SAIDA - REGRA DO CDF234 ]------
       2200-CALCULA-AVOS-13.
           MOVE ZEROS TO W-AVOS-13
       2200-CALCULA-AVOS-13-FIM.
                EXIT.
      *
      *----------[ AVOS PERDIDOS POR AFASTAMENTO ]----------------------
      *    O MES DENTRO DE W-MES-INI/W-MES-FIM QUE, DESCONTADOS OS DIAS
      *    DE AFASTAMENTO QUE NAO CONTAM (VER AFAPAG), FICA COM MENOS
      *    DE 15 DIAS TRABALHADOS PERDE O AVO.
       2250-AVOS-AFASTAMENTO.
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
           MOVE W-ANO-DESLIG TO W-DS-ANO
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
              AND W-AVOS-13 > ZEROS
              SUBTRACT 1 FROM W-AVOS-13.
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
      *----------[ FERIAS VENCIDAS E PROPORCIONAIS COM O TERCO ]--------
      *    VENCIDAS: SALDO DOS PERIODOS DO FERIAS.DAT JA COMPLETADOS
      *    ANTES DO DESLIGAMENTO. AQUI SO SE APURA: A BAIXA COMO PAGO
              END-IF
              DIVIDE W-MESES-TRAB BY 12 GIVING W-QUOC
                 REMAINDER W-AVOS-FERIAS.
           IF W-QTD-AFA > ZEROS AND W-AVOS-FERIAS > ZEROS
              PERFORM 2350-FERIAS-AFASTAMENTO THRU
                      2350-FERIAS-AFASTAMENTO-FIM.
           COMPUTE W-VRB-FER-PROP ROUNDED = SB * W-AVOS-FERIAS / 12
           COMPUTE W-VRB-TERCO ROUNDED =
               (W-VRB-FER-VENC + W-VRB-FER-PROP) / 3.
       2300-APURA-FERIAS-FIM.
                EXIT.
      *
      *----------[ AVOS DE FERIAS PERDIDOS POR AFASTAMENTO ]------------
      *    JANELA: DO ULTIMO ANIVERSARIO DA ADMISSAO ATE A SAIDA. CADA
      *    30 DIAS DE SUSPENSAO (SERVICO MILITAR, LICENCA NAO
      *    REMUNERADA) TIRAM UM AVO, ARREDONDANDO COMO O PROPRIO AVO
      *    (15 DIAS OU MAIS CONTAM); MAIS DE 180 DIAS DE BENEFICIO DO
      *    INSS NA JANELA ZERAM AS PROPORCIONAIS.
       2350-FERIAS-AFASTAMENTO.
           COMPUTE W-DS-ANO = W-ANO-DATA + W-QUOC
           MOVE W-MES-DATA TO W-DS-MES
           MOVE W-DIA-DATA TO W-DS-DIA
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE DT-DESLIG TO W-DS-DATA-NUM
           MOVE W-DS-SERIAL TO W-JAN-INI
           PERFORM 9100-DATA-SERIAL THRU 9100-DATA-SERIAL-FIM
           MOVE W-DS-SERIAL TO W-DESLIG-SER
           MOVE ZEROS TO W-DIAS-SUSPENSOS W-DIAS-INSS W-IX
           PERFORM 2360-DIAS-FERIAS THRU 2360-DIAS-FERIAS-FIM
              UNTIL W-IX = W-QTD-AFA
           IF W-DIAS-INSS > LIM-DIAS-INSS-FER
              MOVE ZEROS TO W-AVOS-FERIAS
              GO TO 2350-FERIAS-AFASTAMENTO-FIM.
           COMPUTE W-AVOS-SUSPENSOS = (W-DIAS-SUSPENSOS + 15) / 30
           IF W-AVOS-SUSPENSOS NOT < W-AVOS-FERIAS
              MOVE ZEROS TO W-AVOS-FERIAS
           ELSE
              SUBTRACT W-AVOS-SUSPENSOS FROM W-AVOS-FERIAS.
       2350-FERIAS-AFASTAMENTO-FIM.
                EXIT.
      *
      *----------[ UM AFASTAMENTO CONTRA A JANELA DAS FERIAS ]----------
       2360-DIAS-FERIAS.
           ADD 1 TO W-IX
           IF TB-AFA-MOTIVO(W-IX) = "M"
              GO TO 2360-DIAS-FERIAS-FIM.
           MOVE TB-AFA-PERDA(W-IX) TO W-INT-INI
           MOVE TB-AFA-FIM(W-IX)   TO W-INT-FIM
           MOVE W-DESLIG-SER       TO W-JAN-FIM
           PERFORM 9300-SOBREPOSICAO THRU 9300-SOBREPOSICAO-FIM
           IF TB-AFA-MOTIVO(W-IX) = "S" OR "N"
              ADD W-DIAS-SOBREP TO W-DIAS-SUSPENSOS
           ELSE
              ADD W-DIAS-SOBREP TO W-DIAS-INSS.
       2360-DIAS-FERIAS-FIM.
                EXIT.
      *
      *----------[ UM PERIODO DE FERIAS POR VEZ - SO APURA O SALDO ]----
       2400-LE-PERIODO.
           READ FERIAS NEXT RECORD
      *    PULADO AQUI: A PENSAO DA RESCISAO E REAPURADA DO CADASTRO
      *    EM 2570-SOMA-PENSAO, QUE TAMBEM GERA OS CREDITOS DOS
      *    BENEFICIARIOS - SOMA-LA DUAS VEZES DESCONTARIA EM DOBRO.
      *    OS DESCONTOS DE AFASTAMENTO (108/109) TAMBEM: OS DIAS JA
      *    SAIRAM DO SALDO DE SALARIO EM 2210-SALDO-AFASTAMENTO. E A
      *    PARCELA DE CONSIGNADO DO MES (110), PORQUE O SALDO DEVEDOR
      *    INTEIRO E TRATADO EM 2800-APURA-CONSIGNADO.
       2550-LE-MOVIMENTO.
           READ MOVPAG NEXT RECORD
              AT END MOVE "S" TO W-FIM-MOV
                 MOVE "S" TO W-FIM-MOV
              ELSE
                 IF MOV-EVENTO = EVT-PENSAO-ALIM
                    OR MOV-EVENTO = EVT-AFAST-SEM-FGTS
                    OR MOV-EVENTO = EVT-AFAST-COM-FGTS
                    OR MOV-EVENTO = EVT-CONSIGNADO
                    CONTINUE
                 ELSE
                    IF MOV-PROVENTO
           END-SEARCH
           MOVE TB-DP-ABAT(IX-DPGRP) TO W-ABATIM-DP

           PERFORM 2650-CONTA-DEPEND THRU 2650-CONTA-DEPEND-FIM
           COMPUTE W-DEDUC-DEP = W-QTD-DEP-IR * VLR-DEDUC-DEPEND
           COMPUTE W-BASE-IR = W-BASE-CALC - W-INSS-CALC - W-ABATIM-DP
                             - W-DEDUC-DEP
           IF W-BASE-IR < 0
              MOVE 0 TO W-BASE-IR.

       2600-CALC-IMPOSTOS-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO IRRF - VER CDF245 ]-------------------
      *    CONTA OS DEPENDENTES ATIVOS DO FUNCIONARIO MARCADOS PARA
      *    DEDUZIR NA BASE DO IRRF.
       2650-CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-IR
           IF NOT TEM-DEPEND
              GO TO 2650-CONTA-DEPEND-FIM.
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO 2650-CONTA-DEPEND-FIM
           END-START.
       2650-CONTA-DEPEND-PROX.
           READ DEPEND NEXT RECORD
              AT END GO TO 2650-CONTA-DEPEND-FIM
           END-READ.
           IF DEP-COD NOT = COD
              GO TO 2650-CONTA-DEPEND-FIM.
           IF DEP-ATIVO AND DEP-DEDUZ-IR
              ADD 1 TO W-QTD-DEP-IR.
           GO TO 2650-CONTA-DEPEND-PROX.
       2650-CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ SALDO DE CONSIGNADO DESCONTADO NA RESCISAO ]---------
      *    OS CONTRATOS EM ABERTO DA COD, PELA ORDEM DA CHAVE, CONSOMEM
      *    O LIMITE DE 35% DO LIQUIDO ATE ACABAR; O QUE NAO COUBER FICA
      *    PARA O CREDOR COBRAR DIRETO DO EX-FUNCIONARIO. A MESMA
      *    ROTINA RODA DE NOVO EM 3600 COM BAIXA-CONSIG LIGADO PARA
      *    ENCERRAR OS CONTRATOS COM OS VALORES APURADOS AQUI.
       2800-APURA-CONSIGNADO.
           MOVE ZEROS TO W-TOT-CONSIG W-TOT-CREDOR W-QTD-CONSIG
           COMPUTE W-LIM-CONSIG = W-LIQUIDO * PERC-MARGEM / 100
           MOVE "N" TO W-FIM-CSG
           MOVE COD    TO CSG-COD
           MOVE ZEROS  TO CSG-BANCO
           MOVE SPACES TO CSG-CONTRATO
           START CONSIG KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-CSG
           END-START
           PERFORM 2850-CONTRATO-RESCISAO THRU
                   2850-CONTRATO-RESCISAO-FIM
              UNTIL FIM-CONSIG.
       2800-APURA-CONSIGNADO-FIM.
                EXIT.
      *
      *----------[ UM CONTRATO DA COD NA RESCISAO ]---------------------
      *    ENTRAM OS ATIVOS, OS JA ENCERRADOS POR ESTA RESCISAO ("R",
      *    NO RECALCULO) E O QUITADO PELA PARCELA DO PROPRIO MES DA
      *    SAIDA. A PARCELA DO MES (EVENTO 110, FORA DE 2550) VOLTA AO
      *    SALDO: ELA E COBRADA AQUI, JUNTO COM AS DEMAIS.
       2850-CONTRATO-RESCISAO.
           READ CONSIG NEXT RECORD
              AT END MOVE "S" TO W-FIM-CSG
           END-READ
           IF FIM-CONSIG
              GO TO 2850-CONTRATO-RESCISAO-FIM.
           IF CSG-COD NOT = COD
              MOVE "S" TO W-FIM-CSG
              GO TO 2850-CONTRATO-RESCISAO-FIM.
           IF CSG-CANCELADO
              GO TO 2850-CONTRATO-RESCISAO-FIM.
           IF CSG-QUITADO AND CSG-ULT-COMPET NOT = W-COMP-DESLIG
              GO TO 2850-CONTRATO-RESCISAO-FIM.
           MOVE CSG-PARC-PAGAS TO W-PAGAS
           IF CSG-ULT-COMPET = W-COMP-DESLIG AND W-PAGAS > ZEROS
              SUBTRACT 1 FROM W-PAGAS.
           IF W-PAGAS NOT < CSG-QTD-PARCELAS
              GO TO 2850-CONTRATO-RESCISAO-FIM.
           COMPUTE W-SALDO-CSG =
                   (CSG-QTD-PARCELAS - W-PAGAS) * CSG-VLR-PARCELA
           IF W-SALDO-CSG > W-LIM-CONSIG - W-TOT-CONSIG
              COMPUTE W-DESC-CSG = W-LIM-CONSIG - W-TOT-CONSIG
           ELSE
              MOVE W-SALDO-CSG TO W-DESC-CSG.
           ADD 1 TO W-QTD-CONSIG
           ADD W-DESC-CSG TO W-TOT-CONSIG
           COMPUTE W-TOT-CREDOR = W-TOT-CREDOR
                                + W-SALDO-CSG - W-DESC-CSG
           IF NOT BAIXA-CONSIG
              GO TO 2850-CONTRATO-RESCISAO-FIM.
           MOVE W-PAGAS       TO CSG-PARC-PAGAS
           MOVE ZEROS         TO CSG-ULT-COMPET
           MOVE "R"           TO CSG-SITUACAO
           MOVE W-DESC-CSG    TO CSG-VLR-RESCISAO
           COMPUTE CSG-SALDO-CREDOR = W-SALDO-CSG - W-DESC-CSG
           MOVE W-OPERADOR    TO CSG-OPERADOR
           ACCEPT CSG-DATA-REG FROM DATE YYYYMMDD
           REWRITE REGCSG
           IF ST-ERRO-CSG NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO CONSIG: " ST-ERRO-CSG.
           MOVE CSG-BANCO        TO LN-CSD-BANCO
           MOVE CSG-CONTRATO     TO LN-CSD-CONTRATO
           MOVE W-PAGAS          TO LN-CSD-PAGAS
           MOVE CSG-QTD-PARCELAS TO LN-CSD-QTD
           MOVE W-SALDO-CSG      TO LN-CSD-SALDO
           MOVE W-DESC-CSG       TO LN-CSD-DESC
           MOVE CSG-SALDO-CREDOR TO LN-CSD-CREDOR
           WRITE REG-CSGRES FROM LN-CSG-DETALHE.
       2850-CONTRATO-RESCISAO-FIM.
                EXIT.
      *
      *----------[ TERMO DE RESCISAO E REMESSA DO CREDITO ]-------------
       3000-EMITE.
           OPEN OUTPUT TERMO
              MOVE "D" TO LN-VRB-TIPO
              MOVE W-TOT-PENSAO TO LN-VRB-VALOR
              WRITE REG-TERMO FROM LN-VERBA.
           IF W-TOT-CONSIG > ZEROS
              MOVE "EMPRESTIMO CONSIGNADO" TO LN-VRB-DESC
              MOVE "D" TO LN-VRB-TIPO
              MOVE W-TOT-CONSIG TO LN-VRB-VALOR
              WRITE REG-TERMO FROM LN-VERBA.
           MOVE "INSS DA RESCISAO" TO LN-VRB-DESC
           MOVE "D" TO LN-VRB-TIPO
           MOVE W-INSS-RES TO LN-VRB-VALOR
           MOVE W-TOT-REMREG TO REM-TR-VALOR-TOT
           WRITE REG-REMRES FROM REM-TRAILER
           CLOSE REMRES
           PERFORM 3300-GRAVA-RESCISAO THRU 3300-GRAVA-RESCISAO-FIM
      *    SO COM O TERMO E A REMESSA GRAVADOS E QUE AS FERIAS
      *    VENCIDAS SAO BAIXADAS E A RESCISAO VAI PARA A TRILHA -
      *    MESMA DISCIPLINA DO CDF236, QUE SO BAIXA NO CAMINHO PAGO.
           PERFORM 3400-BAIXA-FERIAS THRU 3400-BAIXA-FERIAS-FIM
           IF TEM-CONSIG AND W-QTD-CONSIG > ZEROS
              PERFORM 3600-BAIXA-CONSIGNADO THRU
                      3600-BAIXA-CONSIGNADO-FIM.
           PERFORM 3500-GRAVA-LOG THRU 3500-GRAVA-LOG-FIM.
       3000-EMITE-FIM.
                EXIT.
       3250-LE-BENEFICIARIO-FIM.
                EXIT.
      *
      *----------[ VERBAS DA RESCISAO PARA O FGTS - VER RSCPAG ]--------
      *    RECALCULO DA MESMA RESCISAO REGRAVA O REGISTRO. FALHA AQUI
      *    NAO DESFAZ O TERMO NEM A REMESSA: SO AVISA, E O CDF246
      *    ACUSA A RESCISAO SEM REGISTRO NO FECHAMENTO DO FGTS.
       3300-GRAVA-RESCISAO.
           OPEN I-O RESCISAO
           IF ST-ERRO-RSC = "30" OR "35"
              OPEN OUTPUT RESCISAO
              CLOSE RESCISAO
              OPEN I-O RESCISAO.
           IF ST-ERRO-RSC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RESCISAO: " ST-ERRO-RSC
              GO TO 3300-GRAVA-RESCISAO-FIM.
           MOVE COD             TO RSC-COD
           MOVE DT-DESLIG       TO RSC-DT-DESLIG
           MOVE W-COMP-DESLIG   TO RSC-COMPET
           MOVE DP              TO RSC-DP
           IF W-VRB-AVISO > ZEROS
              MOVE "S" TO RSC-AVISO-IND
           ELSE
              MOVE "N" TO RSC-AVISO-IND.
           MOVE W-VRB-SALDO-SAL TO RSC-SALDO-SAL
           MOVE W-VRB-AVISO     TO RSC-AVISO
           MOVE W-VRB-13-PROP   TO RSC-13-PROP
           MOVE W-VRB-FER-VENC  TO RSC-FER-VENC
           MOVE W-VRB-FER-PROP  TO RSC-FER-PROP
           MOVE W-VRB-TERCO     TO RSC-TERCO
           MOVE W-TOT-PROV      TO RSC-TOT-PROV
           MOVE W-TOT-DESC      TO RSC-TOT-DESC
           MOVE W-TOT-PENSAO    TO RSC-PENSAO
           MOVE W-INSS-RES      TO RSC-INSS
           MOVE W-IR-RES        TO RSC-IR
           MOVE W-INSS-13       TO RSC-INSS-13
           MOVE W-IR-13         TO RSC-IR-13
           MOVE W-LIQUIDO       TO RSC-LIQUIDO
           ACCEPT RSC-DATA-CALC FROM DATE YYYYMMDD
           MOVE W-OPERADOR      TO RSC-OPERADOR
           WRITE REGRSC
           IF ST-ERRO-RSC = "22"
              REWRITE REGRSC.
           IF ST-ERRO-RSC NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO RESCISAO: " ST-ERRO-RSC.
           CLOSE RESCISAO.
       3300-GRAVA-RESCISAO-FIM.
                EXIT.
      *
      *----------[ BAIXA DAS FERIAS VENCIDAS PAGAS NA RESCISAO ]--------
      *    REVARRE OS PERIODOS APURADOS EM 2300/2400 E OS FECHA COMO
      *    PAGOS ("G"), AGORA QUE O TERMO E A REMESSA FORAM GRAVADOS.
       3500-GRAVA-LOG-FIM.
                EXIT.
      *
      *----------[ ENCERRAMENTO DOS CONTRATOS DE CONSIGNADO ]-----------
      *    REFAZ 2800 SOBRE O MESMO LIQUIDO (ANTES DO CONSIGNADO), AGORA
      *    GRAVANDO CADA CONTRATO E A LISTAGEM PARA OS CREDORES.
       3600-BAIXA-CONSIGNADO.
           OPEN OUTPUT CSGRES
           IF ST-ERRO-CRS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CSGRES: " ST-ERRO-CRS
              GO TO 3600-BAIXA-CONSIGNADO-FIM.
           ACCEPT LN-CSC-DATA FROM DATE YYYYMMDD
           WRITE REG-CSGRES FROM LN-CSG-CABEC
           MOVE COD  TO LN-FUNC-COD
           MOVE NOME TO LN-FUNC-NOME
           WRITE REG-CSGRES FROM LN-FUNC
           WRITE REG-CSGRES FROM LN-CSG-TITULO
           ADD W-TOT-CONSIG TO W-LIQUIDO
           MOVE "S" TO W-BAIXA-CSG
           PERFORM 2800-APURA-CONSIGNADO THRU
                   2800-APURA-CONSIGNADO-FIM
           SUBTRACT W-TOT-CONSIG FROM W-LIQUIDO
           MOVE W-TOT-CONSIG TO LN-CST-DESC
           MOVE W-TOT-CREDOR TO LN-CST-CREDOR
           WRITE REG-CSGRES FROM LN-CSG-TOTAL
           CLOSE CSGRES.
       3600-BAIXA-CONSIGNADO-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO DOS ARQUIVOS ]-------------------
       4000-FINALIZA.
           DISPLAY "TERMORES.TXT E REMRES.TXT GERADOS - COD "
              CLOSE FERIAS.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           IF TEM-AFASTA
              CLOSE AFASTA.
           IF TEM-CONSIG
              CLOSE CONSIG.
           IF W-TOT-CONSIG > ZEROS
              DISPLAY "CONSIGNADO DESCONTADO: " W-TOT-CONSIG
                      " - DETALHES EM CSGRES.TXT".
           CLOSE CADPAG
           CLOSE CADPAGLOG.
       4000-FINALIZA-FIM.
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
