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
      *----[ SALARIO-FAMILIA DOS DEPENDENTES ]-------------------------
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-QTD-DEP-SF        PIC 9(02) VALUE ZEROS.
       77 W-TOT-SALFAM        PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-14         PIC 9(06) VALUE ZEROS.
       77 VLR-COTA-SALFAM     PIC 9(08) VALUE 62.
       77 LIM-SALFAM          PIC 9(08) VALUE 1819.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
       77 W-TOT-PROV          PIC 9(08) VALUE ZEROS.
       77 W-TOT-DESC          PIC 9(08) VALUE ZEROS.
       77 W-SL-CALC           PIC S9(09) VALUE ZEROS.
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA COTA DE
      *    SALARIO-FAMILIA.
           OPEN INPUT DEPEND
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
           OPEN OUTPUT REMADI
           IF ST-ERRO-RMA NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO REMADI: " ST-ERRO-RMA
           PERFORM 2650-SOMA-PENSAO THRU 2650-SOMA-PENSAO-FIM
           PERFORM 2660-GRAVA-PENSAO-MOV THRU
                   2660-GRAVA-PENSAO-MOV-FIM
           PERFORM 2670-SOMA-SALFAM THRU 2670-SOMA-SALFAM-FIM
           PERFORM 2680-GRAVA-SALFAM-MOV THRU
                   2680-GRAVA-SALFAM-MOV-FIM
           MOVE ZEROS TO W-TOT-PROV W-TOT-DESC
           MOVE W-COMPET TO MOV-COMPET
           MOVE COD      TO MOV-COD
       2660-GRAVA-PENSAO-MOV-FIM.
                EXIT.
      *
      *----------[ COTA DE SALARIO-FAMILIA DO FUNCIONARIO ]-------------
      *    UMA COTA POR FILHO/ENTEADO ELEGIVEL, SO PARA QUEM TEM SB
      *    ATE O LIMITE LEGAL (LIM-SALFAM, EM REAIS INTEIROS).
       2670-SOMA-SALFAM.
           MOVE ZEROS TO W-TOT-SALFAM
           IF NOT TEM-DEPEND
              GO TO 2670-SOMA-SALFAM-FIM.
           IF SB > LIM-SALFAM
              GO TO 2670-SOMA-SALFAM-FIM.
           PERFORM 2690-CONTA-DEPEND THRU 2690-CONTA-DEPEND-FIM
           COMPUTE W-TOT-SALFAM = W-QTD-DEP-SF * VLR-COTA-SALFAM.
       2670-SOMA-SALFAM-FIM.
                EXIT.
      *
      *----------[ PERSISTE O SALARIO-FAMILIA COMO MOVIMENTO DO MES ]---
      *    MESMA DISCIPLINA DA PENSAO: O PROVENTO VIRA MOVIMENTO
      *    (EVENTO 107) E E REMOVIDO QUANDO NAO HA MAIS DIREITO A COTA.
       2680-GRAVA-SALFAM-MOV.
           IF NOT TEM-DEPEND
              GO TO 2680-GRAVA-SALFAM-MOV-FIM.
           MOVE W-COMPET            TO MOV-COMPET
           MOVE COD                 TO MOV-COD
           MOVE EVT-SALARIO-FAMILIA TO MOV-EVENTO
           IF W-TOT-SALFAM = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2680-GRAVA-SALFAM-MOV-FIM.
           MOVE "P" TO MOV-TIPO
           MOVE W-TOT-SALFAM TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV
              MOVE "10" TO ST-ERRO.
       2680-GRAVA-SALFAM-MOV-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO FUNCIONARIO - VER CDF245 ]------------
      *    CONTA OS DEPENDENTES ATIVOS QUE DAO DIREITO A COTA DE
      *    SALARIO-FAMILIA DA COMPETENCIA:
      *    A COTA E DEVIDA ATE O MES EM QUE O FILHO COMPLETA 14 ANOS.
       2690-CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-SF
           IF NOT TEM-DEPEND
              GO TO 2690-CONTA-DEPEND-FIM.
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO 2690-CONTA-DEPEND-FIM
           END-START.
       2690-CONTA-DEPEND-PROX.
           READ DEPEND NEXT RECORD
              AT END GO TO 2690-CONTA-DEPEND-FIM
           END-READ.
           IF DEP-COD NOT = COD
              GO TO 2690-CONTA-DEPEND-FIM.
           IF NOT DEP-ATIVO
              GO TO 2690-CONTA-DEPEND-PROX.
           COMPUTE W-ANOMES-14 = DEP-DT-NASC / 100 + 1400
           IF DEP-RECEBE-SF AND W-ANOMES-14 NOT < W-COMPET
              ADD 1 TO W-QTD-DEP-SF.
           GO TO 2690-CONTA-DEPEND-PROX.
       2690-CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ TRILHA DE AUDITORIA - COMO O GRAVA-LOG DO CDF228 ]---
       2700-GRAVA-LOG.
           MOVE W-OPERADOR TO LOG-OPERADOR
                      W-QTD-FORA-REMESSA.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE CADPAG
           CLOSE MOVPAG
           CLOSE CADPAGLOG
