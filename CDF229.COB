                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-ANOMES
                    FILE STATUS  IS ST-ERRO-CMP.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DPD.
       SELECT HOLERITE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HOL.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD HOLERITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOLERITE.TXT".
       77 ST-ERRO-EVE         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-HOL         PIC X(02) VALUE "00".
       77 ST-ERRO-DPD         PIC X(02) VALUE "00".
       77 W-ARQ-CADPAG        PIC X(20) VALUE "CADPAG.DAT".
       77 W-COMPET            PIC 9(06) VALUE ZEROS.
       77 W-COMP-MOV          PIC 9(06) VALUE ZEROS.
           88 TEM-EVENTOS           VALUE "S".
       77 W-FIM-MOV           PIC X(01) VALUE "N".
           88 FIM-MOVIMENTOS        VALUE "S".
       77 W-TEM-DPD           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-FIM-DPD           PIC X(01) VALUE "N".
           88 FIM-DEPEND            VALUE "S".
       77 W-QTD-DPD           PIC 9(02) VALUE ZEROS.
       77 W-QTD-HOLERITES     PIC 9(06) VALUE ZEROS.
      *
      *----------[ LINHAS DO HOLERITE ]----------------------------------
           05 LN-BCO-CONTA    PIC 9(10).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-BCO-DAC      PIC X(01).
       01 LN-DPD-TITULO.
           05 FILLER          PIC X(33) VALUE " DEPENDENTES".
           05 FILLER          PIC X(12) VALUE "NASCIMENTO".
           05 FILLER          PIC X(10) VALUE "PARENTESCO".
           05 FILLER          PIC X(04) VALUE "  IR".
           05 FILLER          PIC X(04) VALUE "  SF".
       01 LN-DEPEND.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DPD-NOME     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DPD-NASC     PIC 9(08).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LN-DPD-PARENT   PIC X(10).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DPD-IR       PIC X(01).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DPD-SF       PIC X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              MOVE "S" TO W-TEM-EVE
           ELSE
              MOVE "N" TO W-TEM-EVE.
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE O HOLERITE SAI SEM
      *    O QUADRO DE DEPENDENTES.
           OPEN INPUT DEPEND
           IF ST-ERRO-DPD = "00"
              MOVE "S" TO W-TEM-DPD
           ELSE
              MOVE "N" TO W-TEM-DPD.
           OPEN OUTPUT HOLERITE
           IF ST-ERRO-HOL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO HOLERITE: " ST-ERRO-HOL
           MOVE CONTA     TO LN-BCO-CONTA
           MOVE CONTA-DAC TO LN-BCO-DAC
           WRITE REG-HOLERITE FROM LN-BANCO
           PERFORM 2700-IMPRIME-DEPEND THRU 2700-IMPRIME-DEPEND-FIM
           ADD 1 TO W-QTD-HOLERITES.
       2200-IMPRIME-HOLERITE-FIM.
                EXIT.
       2600-HOLERITE-UNICO-FIM.
                EXIT.
      *
      *----------[ QUADRO DE DEPENDENTES NO RODAPE DO HOLERITE ]--------
      *    SO OS ATIVOS; IR/SF MOSTRAM QUEM DEDUZ NA BASE DO IRRF E
      *    QUEM DA DIREITO A COTA DE SALARIO-FAMILIA (EVENTO 107).
       2700-IMPRIME-DEPEND.
           IF NOT TEM-DEPEND
              GO TO 2700-IMPRIME-DEPEND-FIM.
           MOVE ZEROS TO W-QTD-DPD
           MOVE "N"   TO W-FIM-DPD
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO 2700-IMPRIME-DEPEND-FIM
           END-START
           PERFORM 2800-LE-DEPEND THRU 2800-LE-DEPEND-FIM
              UNTIL FIM-DEPEND.
       2700-IMPRIME-DEPEND-FIM.
                EXIT.
      *
      *----------[ UMA LINHA POR DEPENDENTE ATIVO ]---------------------
       2800-LE-DEPEND.
           READ DEPEND NEXT RECORD
              AT END MOVE "S" TO W-FIM-DPD
           END-READ
           IF FIM-DEPEND
              GO TO 2800-LE-DEPEND-FIM.
           IF DEP-COD NOT = COD
              MOVE "S" TO W-FIM-DPD
              GO TO 2800-LE-DEPEND-FIM.
           IF NOT DEP-ATIVO
              GO TO 2800-LE-DEPEND-FIM.
           IF W-QTD-DPD = ZEROS
              WRITE REG-HOLERITE FROM LN-TRACO
              WRITE REG-HOLERITE FROM LN-DPD-TITULO.
           ADD 1 TO W-QTD-DPD
           MOVE DEP-NOME    TO LN-DPD-NOME
           MOVE DEP-DT-NASC TO LN-DPD-NASC
           MOVE "OUTROS" TO LN-DPD-PARENT
           IF DEP-FILHO
              MOVE "FILHO" TO LN-DPD-PARENT.
           IF DEP-ENTEADO
              MOVE "ENTEADO" TO LN-DPD-PARENT.
           IF DEP-CONJUGE
              MOVE "CONJUGE" TO LN-DPD-PARENT.
           IF DEP-PAIS
              MOVE "PAI/MAE" TO LN-DPD-PARENT.
           MOVE DEP-USA-IR  TO LN-DPD-IR
           MOVE DEP-USA-SF  TO LN-DPD-SF
           WRITE REG-HOLERITE FROM LN-DEPEND.
       2800-LE-DEPEND-FIM.
                EXIT.
      *
      *----------[ FECHAMENTO DOS ARQUIVOS ]----------------------------
       3000-FINALIZA.
           DISPLAY "HOLERITES EMITIDOS: " W-QTD-HOLERITES
              CLOSE MOVPAG.
           IF TEM-EVENTOS
              CLOSE EVENTOS.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE CADPAG
           CLOSE DEPTOS
           CLOSE HOLERITE.
