                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INF-COD
                    FILE STATUS  IS ST-ERRO-INF.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
       SELECT INFORME ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
           03 INF-RENDIMENTOS     PIC 9(13).
           03 INF-INSS            PIC 9(13).
           03 INF-IRRF            PIC 9(13).
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD INFORME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INFORME.TXT".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-INF         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-FIM-DEP           PIC X(01) VALUE "N".
           88 FIM-DEPEND            VALUE "S".
       77 W-QTD-DEP           PIC 9(02) VALUE ZEROS.
       77 W-ANO               PIC 9(04) VALUE ZEROS.
       77 W-MES               PIC 9(02) VALUE ZEROS.
       77 W-COMPET            PIC 9(06) VALUE ZEROS.
           05 LN-VRB-DESC     PIC X(34).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-VRB-VALOR    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LN-DEP-TITULO.
           05 FILLER          PIC X(33) VALUE
              " DEPENDENTES DEDUZIDOS NO IRRF".
           05 FILLER          PIC X(12) VALUE "NASCIMENTO".
           05 FILLER          PIC X(10) VALUE "PARENTESCO".
       01 LN-DEPEND.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DEP-NOME     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DEP-NASC     PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LN-DEP-PARENT   PIC X(10).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              DISPLAY "*** ERRO NA ABERTURA DO INFORME: " ST-ERRO-REL
              CLOSE COMPET WRKINF
              STOP RUN.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE O INFORME SAI SEM O
      *    QUADRO DE DEPENDENTES.
           OPEN INPUT DEPEND
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
           MOVE ZEROS TO INF-COD
           MOVE "N" TO W-FIM-INF
           START WRKINF KEY IS NOT LESS THAN INF-COD
           MOVE INF-IRRF TO LN-VRB-VALOR
           WRITE REG-INFORME FROM LN-VERBA
           WRITE REG-INFORME FROM LN-TRACO
           PERFORM 3200-IMPRIME-DEPEND THRU 3200-IMPRIME-DEPEND-FIM
           ADD 1 TO W-QTD-INFORMES.
       3100-IMPRIME-INFORME-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO IRRF NO RODAPE DO INFORME ]-----------
      *    SO OS ATIVOS MARCADOS PARA DEDUCAO NA BASE DO IRRF; O
      *    CADASTRO E O ATUAL (DEPEND.DAT), NAO HA HISTORICO POR MES.
       3200-IMPRIME-DEPEND.
           IF NOT TEM-DEPEND
              GO TO 3200-IMPRIME-DEPEND-FIM.
           MOVE ZEROS   TO W-QTD-DEP
           MOVE "N"     TO W-FIM-DEP
           MOVE INF-COD TO DEP-COD
           MOVE ZEROS   TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO 3200-IMPRIME-DEPEND-FIM
           END-START
           PERFORM 3300-LE-DEPEND THRU 3300-LE-DEPEND-FIM
              UNTIL FIM-DEPEND
           IF W-QTD-DEP > ZEROS
              WRITE REG-INFORME FROM LN-TRACO.
       3200-IMPRIME-DEPEND-FIM.
                EXIT.
      *
      *----------[ UMA LINHA POR DEPENDENTE DO IRRF ]-------------------
       3300-LE-DEPEND.
           READ DEPEND NEXT RECORD
              AT END MOVE "S" TO W-FIM-DEP
           END-READ
           IF FIM-DEPEND
              GO TO 3300-LE-DEPEND-FIM.
           IF DEP-COD NOT = INF-COD
              MOVE "S" TO W-FIM-DEP
              GO TO 3300-LE-DEPEND-FIM.
           IF NOT DEP-ATIVO OR NOT DEP-DEDUZ-IR
              GO TO 3300-LE-DEPEND-FIM.
           IF W-QTD-DEP = ZEROS
              WRITE REG-INFORME FROM LN-DEP-TITULO.
           ADD 1 TO W-QTD-DEP
           MOVE DEP-NOME    TO LN-DEP-NOME
           MOVE DEP-DT-NASC TO LN-DEP-NASC
           MOVE "OUTROS" TO LN-DEP-PARENT
           IF DEP-FILHO
              MOVE "FILHO" TO LN-DEP-PARENT.
           IF DEP-ENTEADO
              MOVE "ENTEADO" TO LN-DEP-PARENT.
           IF DEP-CONJUGE
              MOVE "CONJUGE" TO LN-DEP-PARENT.
           IF DEP-PAIS
              MOVE "PAI/MAE" TO LN-DEP-PARENT.
           WRITE REG-INFORME FROM LN-DEPEND.
       3300-LE-DEPEND-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO DOS ARQUIVOS ]-------------------
       4000-FINALIZA.
           DISPLAY "INFORME.TXT GERADO - ANO-BASE " W-ANO
           DISPLAY "INFORMES EMITIDOS: " W-QTD-INFORMES
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE COMPET
           CLOSE WRKINF
           CLOSE INFORME.
