      *   (CDF223), A REMESSA (CDF224) E O EXTRATO (CDF225) DAQUELE
      *   MES SEMPRE BATAM ENTRE SI, NAO IMPORTA QUANDO SEJAM
      *   REEMITIDOS.
      *   SO FECHA DEPOIS DA CONFERENCIA PRE-FECHAMENTO (CDF255)
      *   VISTADA POR UM SUPERVISOR E COM O CADPAG AINDA IGUAL AO
      *   CONFERIDO (MESMA QUANTIDADE DE REGISTROS E MESMO TOTAL DE SL).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETP-CHAVE
                    FILE STATUS  IS ST-ERRO-ETP.
       SELECT CONFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-ANOMES
                    FILE STATUS  IS ST-ERRO-CNF.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETAPAS.DAT".
           COPY ETPPAG.
       FD CONFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFER.DAT".
           COPY CNFPAG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
      *----[ CONTROLE DE ETAPAS DO CICLO MENSAL - VER ETPPAG ]----------
       77 ST-ERRO-ETP         PIC X(02) VALUE "00".
       77 W-ETP-HORA-TMP      PIC X(08) VALUE SPACES.
      *----[ CONFERENCIA PRE-FECHAMENTO - VER CNFPAG ]------------------
       77 ST-ERRO-CNF         PIC X(02) VALUE "00".
       77 W-CNF-QTD-REG       PIC 9(06) VALUE ZEROS.
       77 W-CNF-TOT-SL        PIC 9(13) VALUE ZEROS.
       01 W-COMPET            PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              CLOSE COMPET
              STOP RUN.
           PERFORM 1600-TESTA-CONFERENCIA THRU
                   1600-TESTA-CONFERENCIA-FIM
           MOVE SPACES TO W-ARQ-FOLHA
           STRING "FOLHA"   DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                      " COMPETENCIA - FECHAMENTO RECUSADO ***"
              CLOSE ETAPAS COMPET
              STOP RUN.
           MOVE "CDF255" TO ETP-PROGRAMA
           READ ETAPAS
           IF ST-ERRO-ETP NOT = "00" AND "02"
              DISPLAY "*** CONFERENCIA (CDF255) NAO EMITIDA NA"
                      " COMPETENCIA - FECHAMENTO RECUSADO ***"
              CLOSE ETAPAS COMPET
              STOP RUN.
           CLOSE ETAPAS.
       1500-TESTA-ETAPA-FIM.
                EXIT.
      *
      *----------[ CONFERENCIA VISTADA E CADPAG SEM ALTERACAO ]---------
      *    O VISTO DO SUPERVISOR NO CDF255 VALE PARA O CADPAG COMO ELE
      *    ESTAVA NA EMISSAO: UMA PASSADA PREVIA CONTA OS REGISTROS E
      *    SOMA O SL; DIFERINDO DO CONFERIDO, A CONFERENCIA TEM DE SER
      *    EMITIDA E VISTADA DE NOVO. AO FINAL O CADPAG E REABERTO
      *    PARA O CONGELAMENTO COMECAR DO PRIMEIRO REGISTRO.
       1600-TESTA-CONFERENCIA.
           OPEN INPUT CONFER
           IF ST-ERRO-CNF NOT = "00"
              DISPLAY "*** CONFERENCIA (CDF255) NAO EMITIDA NA"
                      " COMPETENCIA - FECHAMENTO RECUSADO ***"
              CLOSE CADPAG COMPET
              STOP RUN.
           MOVE W-COMPET TO CNF-ANOMES
           READ CONFER
           IF ST-ERRO-CNF NOT = "00" AND "02"
              DISPLAY "*** CONFERENCIA (CDF255) NAO EMITIDA NA"
                      " COMPETENCIA - FECHAMENTO RECUSADO ***"
              CLOSE CONFER CADPAG COMPET
              STOP RUN.
           CLOSE CONFER
           IF NOT CNF-VISTADA
              DISPLAY "*** CONFERENCIA SEM VISTO DO SUPERVISOR"
                      " - FECHAMENTO RECUSADO ***"
              CLOSE CADPAG COMPET
              STOP RUN.
           MOVE ZEROS TO W-CNF-QTD-REG W-CNF-TOT-SL
           PERFORM 1650-SOMA-CADPAG THRU 1650-SOMA-CADPAG-FIM
              UNTIL ST-ERRO = "10"
           CLOSE CADPAG
           IF W-CNF-QTD-REG NOT = CNF-QTD-REG
              OR W-CNF-TOT-SL NOT = CNF-TOT-SL
              DISPLAY "*** CADPAG ALTERADO DEPOIS DA CONFERENCIA DE "
                      CNF-DATA-EMISSAO " - EMITIR E VISTAR DE NOVO ***"
              CLOSE COMPET
              STOP RUN.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              CLOSE COMPET
              STOP RUN.
       1600-TESTA-CONFERENCIA-FIM.
                EXIT.
      *
      *----------[ PASSADA PREVIA - MESMOS TOTAIS DO CONGELAMENTO ]-----
       1650-SOMA-CADPAG.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
           IF ST-ERRO NOT = "10"
              ADD 1  TO W-CNF-QTD-REG
              ADD SL TO W-CNF-TOT-SL.
       1650-SOMA-CADPAG-FIM.
                EXIT.
      *
      *----------[ RECUSA EXECUCAO COM REGISTRO EM EDICAO ]-------------
      *    TRAVAS.DAT LISTA AS CODS EM EDICAO NOS TERMINAIS (CDF222/
      *    CDF228); RODAR POR CIMA LERIA O ARQUIVO NO MEIO DE UMA
