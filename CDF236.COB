                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRV-COD
                    FILE STATUS  IS ST-ERRO-TRV.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 W-IR-FER            PIC 9(08) VALUE ZEROS.
       77 W-ABATIM-DP         PIC 9(08) VALUE ZEROS.
       77 W-BASE-IR           PIC S9(08) VALUE ZEROS.
      *----[ DEDUCAO DE DEPENDENTES NO IRRF - VER DEPPAG ]--------------
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-QTD-DEP-IR        PIC 9(02) VALUE ZEROS.
       77 W-DEDUC-DEP         PIC 9(08) VALUE ZEROS.
       77 VLR-DEDUC-DEPEND    PIC 9(08) VALUE 189.
       01 W-COMPET            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
              DISPLAY "*** ERRO NA ABERTURA DO FERIAS: " ST-ERRO-FER
              CLOSE CADPAG
              STOP RUN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA DEDUCAO POR
      *    DEPENDENTE NO IRRF.
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
           COMPUTE W-BASE-IR = W-VALOR-BRUTO - W-INSS-FER - W-ABATIM-DP
                             - W-DEDUC-DEP
           IF W-BASE-IR < 0
              MOVE 0 TO W-BASE-IR.

       2400-CALC-IMPOSTOS-FER-FIM.
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
           IF W-QTD-PULADOS > ZEROS
              DISPLAY "PERIODOS PULADOS (VER MENSAGENS): "
                      W-QTD-PULADOS.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE CADPAG
           CLOSE FERIAS
           CLOSE CADPAGLOG
