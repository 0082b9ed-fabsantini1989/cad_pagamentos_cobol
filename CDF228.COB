                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO9.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO10.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-TOT-PENSAO   PIC 9(08) VALUE ZEROS.
       77 W-VALOR-PEN    PIC 9(08) VALUE ZEROS.
       77 EVT-PENSAO-ALIM PIC 9(03) VALUE 105.
      *----[ SALARIO-FAMILIA DOS DEPENDENTES ]-------------------------
       77 ST-ERRO10      PIC X(02) VALUE "00".
       77 W-TEM-DEP      PIC X(01) VALUE "N".
           88 TEM-DEPEND          VALUE "S".
       77 W-QTD-DEP-SF   PIC 9(02) VALUE ZEROS.
       77 W-TOT-SALFAM   PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-14    PIC 9(06) VALUE ZEROS.
       77 VLR-COTA-SALFAM PIC 9(08) VALUE 62.
       77 LIM-SALFAM     PIC 9(08) VALUE 1819.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMOV REQUIRED BACKGROUND-COLOR 7.
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *------------[ ABERTURA DO CADASTRO DE DEPENDENTES ]--------------
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA COTA DE
      *    SALARIO-FAMILIA E O CALCULO DO LIQUIDO SEGUE COMO SEMPRE.
       R0-DEPEND.
           OPEN INPUT DEPEND
           IF ST-ERRO10 = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
      *------------[ IDENTIFICACAO DO OPERADOR NO TERMINAL ]------------
       LOGIN.
           MOVE SPACES TO OPR-ID W-LOGIN-SENHA
           CLOSE TRAVAS.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
      *
      *----------[ SOMA OS MOVIMENTOS E CALCULA O LIQUIDO ]-------------
      *    A PENSAO ALIMENTICIA DO CADASTRO DE BENEFICIARIOS (CDF240)
      *    E PERSISTIDA ANTES COMO MOVIMENTO DE DESCONTO (EVENTO 105)
      *    E ENTRA NA SOMA COMO QUALQUER OUTRO DESCONTO DO MES. O
      *    SALARIO-FAMILIA DOS DEPENDENTES (CDF245) E PERSISTIDO DO
      *    MESMO JEITO, COMO PROVENTO (EVENTO 107).
       CALC-LIQUIDO.
           PERFORM SOMA-PENSAO THRU SOMA-PENSAO-FIM
           PERFORM GRAVA-PENSAO-MOV THRU GRAVA-PENSAO-MOV-FIM
           PERFORM SOMA-SALFAM THRU SOMA-SALFAM-FIM
           PERFORM GRAVA-SALFAM-MOV THRU GRAVA-SALFAM-MOV-FIM
           MOVE ZEROS TO W-TOT-PROV W-TOT-DESC
           MOVE W-COMP-ATUAL TO MOV-COMPET
           MOVE COD          TO MOV-COD
       GRAVA-PENSAO-MOV-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DA COD EM TELA - VER CDF245 ]------------
      *    MESMA CONTAGEM DO CDF222: DEPENDENTES ATIVOS QUE DAO
      *    DIREITO A COTA DE SALARIO-FAMILIA ATE O MES EM QUE O FILHO
      *    COMPLETA 14 ANOS.
       CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-SF
           IF NOT TEM-DEPEND
              GO TO CONTA-DEPEND-FIM.
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO CONTA-DEPEND-FIM
           END-START.
       CONTA-DEPEND-PROX.
           READ DEPEND NEXT RECORD
              AT END GO TO CONTA-DEPEND-FIM
           END-READ.
           IF DEP-COD NOT = COD
              GO TO CONTA-DEPEND-FIM.
           IF NOT DEP-ATIVO
              GO TO CONTA-DEPEND-PROX.
           COMPUTE W-ANOMES-14 = DEP-DT-NASC / 100 + 1400
           IF DEP-RECEBE-SF AND W-ANOMES-14 NOT < W-COMP-ATUAL
              ADD 1 TO W-QTD-DEP-SF.
           GO TO CONTA-DEPEND-PROX.
       CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ COTA DE SALARIO-FAMILIA DA COD EM TELA ]-------------
       SOMA-SALFAM.
           MOVE ZEROS TO W-TOT-SALFAM
           IF NOT TEM-DEPEND
              GO TO SOMA-SALFAM-FIM.
           IF SB > LIM-SALFAM
              GO TO SOMA-SALFAM-FIM.
           PERFORM CONTA-DEPEND THRU CONTA-DEPEND-FIM
           COMPUTE W-TOT-SALFAM = W-QTD-DEP-SF * VLR-COTA-SALFAM.
       SOMA-SALFAM-FIM.
                EXIT.
      *
      *----------[ PERSISTE O SALARIO-FAMILIA COMO MOVIMENTO DO MES ]---
      *    MESMA DISCIPLINA DO CDF222 (EVENTO 107, PROVENTO).
       GRAVA-SALFAM-MOV.
           IF NOT TEM-DEPEND
              GO TO GRAVA-SALFAM-MOV-FIM.
           MOVE W-COMP-ATUAL        TO MOV-COMPET
           MOVE COD                 TO MOV-COD
           MOVE EVT-SALARIO-FAMILIA TO MOV-EVENTO
           IF W-TOT-SALFAM = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO GRAVA-SALFAM-MOV-FIM.
           MOVE "P" TO MOV-TIPO
           MOVE W-TOT-SALFAM TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO2 = "22"
              REWRITE REGMOV.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SALFAM-MOV-FIM.
                EXIT.
      *
      *----------[ CARGA INICIAL DA TABELA DE EVENTOS ]-----------------
       CRIA-EVENTOS.
           OPEN OUTPUT EVENTOS
           MOVE "PENSAO ALIMENTICIA" TO EVT-NOME
           MOVE "D" TO EVT-TIPO
           WRITE REGEVE
           MOVE 107 TO EVT-COD
           MOVE "SALARIO FAMILIA" TO EVT-NOME
           MOVE "P" TO EVT-TIPO
           WRITE REGEVE
           MOVE 108 TO EVT-COD
           MOVE "AFASTAMENTO S/ FGTS" TO EVT-NOME
           MOVE "D" TO EVT-TIPO
           WRITE REGEVE
           MOVE 109 TO EVT-COD
           MOVE "AFASTAMENTO C/ FGTS" TO EVT-NOME
           MOVE "D" TO EVT-TIPO
           WRITE REGEVE
           MOVE 110 TO EVT-COD
           MOVE "EMPREST. CONSIGNADO" TO EVT-NOME
           MOVE "D" TO EVT-TIPO
           WRITE REGEVE
           CLOSE EVENTOS.
       CRIA-EVENTOS-FIM.
                EXIT.
