                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO-PEN.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
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
      *
      *----------[ IMAGEM DO CHECKPOINT DE RETOMADA ]-------------------
       01 CHK-IMAGEM.
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
           END-SEARCH
           MOVE TB-DP-ABAT(IX-DPGRP) TO W-ABATIM-DP

           PERFORM 2450-CONTA-DEPEND THRU 2450-CONTA-DEPEND-FIM
           COMPUTE W-DEDUC-DEP = W-QTD-DEP-IR * VLR-DEDUC-DEPEND
           COMPUTE W-BASE-IR = SB - INSS - W-ABATIM-DP - W-DEDUC-DEP
           IF W-BASE-IR < 0
              MOVE 0 TO W-BASE-IR.

       2400-CALC-IMPOSTOS-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO FUNCIONARIO - VER CDF245 ]------------
      *    CONTA OS DEPENDENTES ATIVOS QUE DEDUZEM NO IRRF E OS QUE DAO
      *    DIREITO A COTA DE SALARIO-FAMILIA NA COMPETENCIA ATUAL: A
      *    COTA E DEVIDA ATE O MES EM QUE O FILHO COMPLETA 14 ANOS.
       2450-CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-IR W-QTD-DEP-SF
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
           IF NOT DEP-ATIVO
              GO TO 2450-CONTA-DEPEND-PROX.
           IF DEP-DEDUZ-IR
              ADD 1 TO W-QTD-DEP-IR.
           COMPUTE W-ANOMES-14 = DEP-DT-NASC / 100 + 1400
           IF DEP-RECEBE-SF AND W-ANOMES-14 NOT < W-COMP-ATUAL
              ADD 1 TO W-QTD-DEP-SF.
           GO TO 2450-CONTA-DEPEND-PROX.
       2450-CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ LIQUIDO COM OS MOVIMENTOS DO MES - VER CDF228 ]------
      *    A PENSAO ALIMENTICIA DO CADASTRO DE BENEFICIARIOS (CDF240)
      *    E PERSISTIDA ANTES COMO MOVIMENTO DE DESCONTO (EVENTO 105)
      *    E ENTRA NA SOMA COMO QUALQUER OUTRO DESCONTO DO MES. O
      *    SALARIO-FAMILIA DOS DEPENDENTES (CDF245) E PERSISTIDO DO
      *    MESMO JEITO, COMO PROVENTO (EVENTO 107).
       2500-CALC-LIQUIDO.
           PERFORM 2560-SOMA-PENSAO THRU 2560-SOMA-PENSAO-FIM
           PERFORM 2570-GRAVA-PENSAO-MOV THRU
                   2570-GRAVA-PENSAO-MOV-FIM
           PERFORM 2580-SOMA-SALFAM THRU 2580-SOMA-SALFAM-FIM
           PERFORM 2590-GRAVA-SALFAM-MOV THRU
                   2590-GRAVA-SALFAM-MOV-FIM
           MOVE ZEROS TO W-TOT-PROV W-TOT-DESC
           IF NOT TEM-MOVIMENTOS
              GO TO 2500-CALC-LIQ-TOTAL.
       2570-GRAVA-PENSAO-MOV-FIM.
                EXIT.
      *
      *----------[ COTA DE SALARIO-FAMILIA DO FUNCIONARIO ]-------------
      *    UMA COTA POR FILHO/ENTEADO ELEGIVEL, SO PARA QUEM TEM SB
      *    (JA REAJUSTADO) ATE O LIMITE LEGAL.
       2580-SOMA-SALFAM.
           MOVE ZEROS TO W-TOT-SALFAM
           IF NOT TEM-DEPEND
              GO TO 2580-SOMA-SALFAM-FIM.
           IF SB > LIM-SALFAM
              GO TO 2580-SOMA-SALFAM-FIM.
           PERFORM 2450-CONTA-DEPEND THRU 2450-CONTA-DEPEND-FIM
           COMPUTE W-TOT-SALFAM = W-QTD-DEP-SF * VLR-COTA-SALFAM.
       2580-SOMA-SALFAM-FIM.
                EXIT.
      *
      *----------[ PERSISTE O SALARIO-FAMILIA COMO MOVIMENTO DO MES ]---
      *    MESMA DISCIPLINA DA PENSAO: SEM DIREITO A COTA (O REAJUSTE
      *    PODE TER PASSADO O SB DO LIMITE) O MOVIMENTO E REMOVIDO.
       2590-GRAVA-SALFAM-MOV.
           IF NOT TEM-DEPEND OR NOT TEM-MOVIMENTOS
              GO TO 2590-GRAVA-SALFAM-MOV-FIM.
           MOVE W-COMP-ATUAL        TO MOV-COMPET
           MOVE COD                 TO MOV-COD
           MOVE EVT-SALARIO-FAMILIA TO MOV-EVENTO
           IF W-TOT-SALFAM = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2590-GRAVA-SALFAM-MOV-FIM.
           MOVE "P" TO MOV-TIPO
           MOVE W-TOT-SALFAM TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV.
       2590-GRAVA-SALFAM-MOV-FIM.
                EXIT.
      *
      *----------[ TRILHA DE AUDITORIA - COMO O GRAVA-LOG DO CDF222 ]---
       2600-GRAVA-LOG.
           MOVE W-OPERADOR TO LOG-OPERADOR
              CLOSE MOVPAG.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE CADPAG
           CLOSE CADPAGLOG
           CLOSE CADPAGHIST.
