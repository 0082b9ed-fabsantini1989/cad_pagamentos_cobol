       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF247.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    EXTRATO DO FGTS POR FUNCIONARIO - CDF247 *
      ***********************************************
      *----------------------------------------------------------------
      *   IMPRIME O EXTRATO ACUMULADO DO FGTS (EXTFGTS.TXT) A PARTIR
      *   DO FGTSMOV.DAT GRAVADO PELO CDF246: UMA PAGINA POR
      *   FUNCIONARIO, UMA LINHA POR COMPETENCIA COM AS BASES DO MES,
      *   DO 13o E DA RESCISAO, O DEPOSITO E O SALDO ACUMULADO ATE
      *   ALI. COD ZERADO EMITE O EXTRATO DE TODOS OS FUNCIONARIOS.
      *   O SALDO E SO A SOMA DOS DEPOSITOS APURADOS PELA FOLHA - SEM
      *   JUROS, CORRECAO OU SAQUES, QUE SO A CAIXA CONHECE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FGTSMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FGT-CHAVE
                    FILE STATUS  IS ST-ERRO-FGT.
       SELECT EXTFGTS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FGTSMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FGTSMOV.DAT".
           COPY FGTPAG.
       FD EXTFGTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTFGTS.TXT".
       01 REG-EXTFGTS                PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FGT         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-COD               PIC 9(06) VALUE ZEROS.
       77 W-COD-ANT           PIC 9(06) VALUE ZEROS.
       77 W-FIM-FGT           PIC X(01) VALUE "N".
           88 FIM-FGTSMOV           VALUE "S".
       77 W-SALDO             PIC 9(13) VALUE ZEROS.
       77 W-QTD-EXTRATOS      PIC 9(06) VALUE ZEROS.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
      *
      *----------[ LINHAS DO EXTRATO ]----------------------------------
       01 LN-SALTO.
           05 FILLER          PIC X(01) VALUE X"0C".
           05 FILLER          PIC X(131) VALUE SPACES.
       01 LN-TRACO.
           05 FILLER          PIC X(70) VALUE ALL "-".
       01 LN-EMPRESA.
           05 FILLER          PIC X(50) VALUE
              " SANTINI SOLUTIONS - EXTRATO DO FGTS".
           05 FILLER          PIC X(09) VALUE "EMISSAO: ".
           05 LN-EMP-DATA     PIC 9(08).
       01 LN-FUNC.
           05 FILLER          PIC X(06) VALUE " COD: ".
           05 LN-FUNC-COD     PIC 9(06).
           05 FILLER          PIC X(08) VALUE "  NOME: ".
           05 LN-FUNC-NOME    PIC X(30).
           05 FILLER          PIC X(06) VALUE "  DP: ".
           05 LN-FUNC-DP      PIC 9(03).
       01 LN-TITULO.
           05 FILLER          PIC X(08) VALUE " COMPET".
           05 FILLER          PIC X(15) VALUE "      BASE MES".
           05 FILLER          PIC X(15) VALUE "      BASE 13o".
           05 FILLER          PIC X(15) VALUE "     BASE RESC".
           05 FILLER          PIC X(15) VALUE "      DEPOSITO".
           05 FILLER          PIC X(19) VALUE "             SALDO".
       01 LN-COMPET.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CMP-COMPET   PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CMP-BASE-MES PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CMP-BASE-13  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CMP-BASE-RES PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CMP-DEPOSITO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-CMP-SALDO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LN-SALDO.
           05 FILLER          PIC X(50) VALUE
              " SALDO DE DEPOSITOS APURADOS PELA FOLHA".
           05 LN-SAL-VALOR    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM
           PERFORM 2000-PROCESSA THRU 2000-PROCESSA-FIM
              UNTIL FIM-FGTSMOV
           PERFORM 3000-FINALIZA THRU 3000-FINALIZA-FIM
           STOP RUN.
      *
      *----------[ FUNCIONARIO E ABERTURA DOS ARQUIVOS ]----------------
       1000-INICIALIZA.
           DISPLAY "EXTRATO DO FGTS - CDF247"
           DISPLAY "COD DO FUNCIONARIO (ZEROS = TODOS):"
           ACCEPT W-COD
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT FGTSMOV
           IF ST-ERRO-FGT NOT = "00"
              DISPLAY "*** FGTS AINDA NAO APURADO (FGTSMOV): "
                      ST-ERRO-FGT " ***"
              STOP RUN.
           OPEN OUTPUT EXTFGTS
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO EXTFGTS: " ST-ERRO-REL
              CLOSE FGTSMOV
              STOP RUN.
           MOVE W-COD TO FGT-COD
           MOVE ZEROS TO FGT-COMPET
           START FGTSMOV KEY IS NOT LESS THAN FGT-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-FGT
           END-START
           IF NOT FIM-FGTSMOV
              PERFORM 2100-LE-FGTSMOV THRU 2100-LE-FGTSMOV-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ UMA COMPETENCIA POR VEZ, QUEBRANDO POR COD ]---------
       2000-PROCESSA.
           IF FGT-COD NOT = W-COD-ANT
              PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.
           ADD FGT-DEPOSITO TO W-SALDO
           MOVE FGT-COMPET    TO LN-CMP-COMPET
           MOVE FGT-BASE-MES  TO LN-CMP-BASE-MES
           MOVE FGT-BASE-13   TO LN-CMP-BASE-13
           MOVE FGT-BASE-RESC TO LN-CMP-BASE-RES
           MOVE FGT-DEPOSITO  TO LN-CMP-DEPOSITO
           MOVE W-SALDO       TO LN-CMP-SALDO
           WRITE REG-EXTFGTS FROM LN-COMPET
           PERFORM 2100-LE-FGTSMOV THRU 2100-LE-FGTSMOV-FIM
           IF FIM-FGTSMOV OR FGT-COD NOT = W-COD-ANT
              PERFORM 2300-RODAPE THRU 2300-RODAPE-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      *----------[ LEITURA NA ORDEM DE COD + COMPETENCIA ]--------------
      *    COM COD INFORMADO, PARA AO PASSAR PARA O PROXIMO.
       2100-LE-FGTSMOV.
           READ FGTSMOV NEXT RECORD
              AT END MOVE "S" TO W-FIM-FGT
           END-READ
           IF FIM-FGTSMOV
              GO TO 2100-LE-FGTSMOV-FIM.
           IF W-COD NOT = ZEROS AND FGT-COD NOT = W-COD
              MOVE "S" TO W-FIM-FGT.
       2100-LE-FGTSMOV-FIM.
                EXIT.
      *
      *----------[ CABECALHO DA PAGINA DE UM FUNCIONARIO ]--------------
       2200-CABECALHO.
           IF W-QTD-EXTRATOS > ZEROS
              WRITE REG-EXTFGTS FROM LN-SALTO.
           MOVE W-DATA-HOJE TO LN-EMP-DATA
           WRITE REG-EXTFGTS FROM LN-EMPRESA
           WRITE REG-EXTFGTS FROM LN-TRACO
           MOVE FGT-COD  TO LN-FUNC-COD
           MOVE FGT-NOME TO LN-FUNC-NOME
           MOVE FGT-DP   TO LN-FUNC-DP
           WRITE REG-EXTFGTS FROM LN-FUNC
           WRITE REG-EXTFGTS FROM LN-TRACO
           WRITE REG-EXTFGTS FROM LN-TITULO
           MOVE FGT-COD TO W-COD-ANT
           MOVE ZEROS   TO W-SALDO
           ADD 1 TO W-QTD-EXTRATOS.
       2200-CABECALHO-FIM.
                EXIT.
      *
      *----------[ SALDO FINAL NO RODAPE DA PAGINA ]--------------------
       2300-RODAPE.
           WRITE REG-EXTFGTS FROM LN-TRACO
           MOVE W-SALDO TO LN-SAL-VALOR
           WRITE REG-EXTFGTS FROM LN-SALDO
           WRITE REG-EXTFGTS FROM LN-TRACO.
       2300-RODAPE-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO DOS ARQUIVOS ]-------------------
       3000-FINALIZA.
           IF W-QTD-EXTRATOS = ZEROS
              DISPLAY "*** NENHUM DEPOSITO DE FGTS PARA O COD "
                      W-COD " ***".
           DISPLAY "EXTFGTS.TXT GERADO - EXTRATOS EMITIDOS: "
                   W-QTD-EXTRATOS
           CLOSE FGTSMOV
           CLOSE EXTFGTS.
       3000-FINALIZA-FIM.
                EXIT.
