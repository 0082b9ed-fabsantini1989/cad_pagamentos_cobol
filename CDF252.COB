       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF252.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    CONSIGNADO NA FOLHA DO MES - CDF252     *
      ***********************************************
      *----------------------------------------------------------------
      *   DESCONTA AS PARCELAS DOS EMPRESTIMOS CONSIGNADOS (CONSIG.DAT,
      *   MANTIDO PELO CDF251) NUMA COMPETENCIA AINDA ABERTA:
      *   - PARA CADA COD NAO DESLIGADO COM CONTRATO, O LIQUIDO E
      *     CALCULADO SEM O CONSIGNADO E AS PARCELAS DOS CONTRATOS
      *     ATIVOS SAO DESCONTADAS, PELA ORDEM DA CHAVE, ENQUANTO
      *     COUBEREM NELE. O TOTAL VAI PARA O MOVPAG NO EVENTO 110 E
      *     O SL E REFEITO. PARCELA QUE NAO COUBE SAI NO RELATORIO E
      *     FICA PARA O MES SEGUINTE (O CONTRATO NAO ANDA);
      *   - CADA PARCELA DESCONTADA SOMA 1 EM CSG-PARC-PAGAS E GRAVA
      *     A COMPETENCIA EM CSG-ULT-COMPET. REPROCESSAR O MES PRIMEIRO
      *     DESFAZ A PARCELA DELE E DEPOIS DECIDE DE NOVO, ENTAO O
      *     CONTADOR NUNCA ANDA DUAS VEZES NO MESMO MES. A ULTIMA
      *     PARCELA QUITA O CONTRATO; CONTRATO CANCELADO NO CDF251
      *     DEPOIS DO DESCONTO DO MES TEM A PARCELA ESTORNADA;
      *   - REPASSE AOS CREDORES EM REPCSG.TXT (LAYOUT DE 240 POSICOES
      *     NO MOLDE DA REMESSA DO CDF224, UM LOTE POR BANCO CREDOR) E
      *     RELATORIO POR CREDOR EM RELCSG.TXT.
      *   COMO O CDF250, RODA DEPOIS DE TODA MANUTENCAO DO MES E
      *   ANTES DA VALIDACAO DO CICLO (CDF232). TODA REGRAVACAO DO
      *   CADPAG SEGUE O PADRAO DO ALT-RW1 (LOG + HISTORICO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DP WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
       SELECT CONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CHAVE
                    ALTERNATE RECORD KEY IS CSG-BANCO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CSG.
       SELECT BANCOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-COD
                    FILE STATUS  IS ST-ERRO-BCO.
       SELECT MOVPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
       SELECT EVENTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO-EVE.
       SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-ANOMES
                    FILE STATUS  IS ST-ERRO-CMP.
       SELECT CADPAGLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.
       SELECT CADPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIST-CHAVE
                    FILE STATUS  IS ST-ERRO-HST.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO-OPR.
       SELECT TRAVAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRV-COD
                    FILE STATUS  IS ST-ERRO-TRV.
       SELECT PENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO-PEN.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
       SELECT REPCSG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REP.
       SELECT RELCSG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           COPY REGPAG.
       FD CONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSIG.DAT".
           COPY CSGPAG.
       FD BANCOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCOS.DAT".
           COPY BCOPAG.
       FD MOVPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPAG.DAT".
           COPY MOVPAG.
       FD EVENTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTOS.DAT".
           COPY EVEPAG.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
           COPY COMPPAG.
       FD CADPAGLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.LOG".
           COPY LOGPAG.
       FD CADPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.HIST".
           COPY HISTPAG.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
       FD TRAVAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVAS.DAT".
           COPY TRVPAG.
       FD PENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
           COPY PENPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD REPCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPCSG.TXT".
       01 REG-REPCSG                 PIC X(240).
       FD RELCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCSG.TXT".
       01 REG-RELCSG                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 ST-ERRO-CSG         PIC X(02) VALUE "00".
       77 ST-ERRO-BCO         PIC X(02) VALUE "00".
       77 ST-ERRO-MOV         PIC X(02) VALUE "00".
       77 ST-ERRO-EVE         PIC X(02) VALUE "00".
       77 ST-ERRO-CMP         PIC X(02) VALUE "00".
       77 ST-ERRO-LOG         PIC X(02) VALUE "00".
       77 ST-ERRO-HST         PIC X(02) VALUE "00".
       77 ST-ERRO-OPR         PIC X(02) VALUE "00".
       77 ST-ERRO-TRV         PIC X(02) VALUE "00".
       77 ST-ERRO-REP         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-OPERADOR          PIC X(08) VALUE SPACES.
       77 W-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-TEM-BCO           PIC X(01) VALUE "N".
           88 TEM-BANCOS            VALUE "S".
       77 W-FIM-CSG           PIC X(01) VALUE "N".
           88 FIM-CONSIG            VALUE "S".
       77 W-ERRO-GRAV         PIC X(01) VALUE "N".
           88 HOUVE-ERRO            VALUE "S".
       77 W-QTD-LIDOS         PIC 9(06) VALUE ZEROS.
       77 W-QTD-COM-CSG       PIC 9(06) VALUE ZEROS.
       77 W-QTD-PARCELAS      PIC 9(06) VALUE ZEROS.
       77 W-QTD-NAO-DESC      PIC 9(06) VALUE ZEROS.
       77 W-QTD-QUITADOS      PIC 9(06) VALUE ZEROS.
       77 W-TOT-PROV          PIC 9(08) VALUE ZEROS.
       77 W-TOT-DESC          PIC 9(08) VALUE ZEROS.
       77 W-SL-CALC           PIC S9(09) VALUE ZEROS.
       77 REGPAG-ANTES        PIC X(127) VALUE SPACES.
       77 W-HIST-HORA-TMP     PIC X(08) VALUE SPACES.
       77 W-QTD-TRAVAS        PIC 9(06) VALUE ZEROS.
       77 W-FIM-TRV           PIC X(01) VALUE "N".
           88 FIM-TRAVAS            VALUE "S".
       01 W-COMPET.
           03 W-COMPET-ANO    PIC 9(04).
           03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET PIC 9(06).
      *----[ PARCELAS DA COD NA COMPETENCIA ]---------------------------
       77 EVT-CONSIGNADO      PIC 9(03) VALUE 110.
       77 W-SALDO-SL          PIC S9(09) VALUE ZEROS.
       77 W-TOT-CSG-COD       PIC 9(08) VALUE ZEROS.
       77 W-PAGAS             PIC 9(03) VALUE ZEROS.
       77 W-CSG-ANTES         PIC X(85) VALUE SPACES.
       77 W-DESCONTOU         PIC X(01) VALUE "N".
           88 PARCELA-DESCONTADA    VALUE "S".
       77 W-COMPET-CONTRATO   PIC 9(06) VALUE ZEROS.
      *----[ REPASSE POR CREDOR ]---------------------------------------
       77 W-BANCO-ATUAL       PIC 9(03) VALUE ZEROS.
       77 W-QTD-LOTE          PIC 9(06) VALUE ZEROS.
       77 W-VLR-LOTE          PIC 9(13) VALUE ZEROS.
       77 W-QTD-REPASSE       PIC 9(06) VALUE ZEROS.
       77 W-VLR-REPASSE       PIC 9(13) VALUE ZEROS.
       77 W-QTD-CREDORES      PIC 9(03) VALUE ZEROS.
       77 W-NOME-CREDOR       PIC X(20) VALUE SPACES.
      *----[ CALCULO DO LIQUIDO - MESMA REGRA DO CDF228 ]---------------
       77 ST-ERRO-PEN         PIC X(02) VALUE "00".
       77 W-TEM-PEN           PIC X(01) VALUE "N".
           88 TEM-PENSAO            VALUE "S".
       77 W-TOT-PENSAO        PIC 9(08) VALUE ZEROS.
       77 W-VALOR-PEN         PIC 9(08) VALUE ZEROS.
       77 EVT-PENSAO-ALIM     PIC 9(03) VALUE 105.
       77 ST-ERRO-DEP         PIC X(02) VALUE "00".
       77 W-TEM-DEP           PIC X(01) VALUE "N".
           88 TEM-DEPEND            VALUE "S".
       77 W-QTD-DEP-IR        PIC 9(02) VALUE ZEROS.
       77 W-QTD-DEP-SF        PIC 9(02) VALUE ZEROS.
       77 W-TOT-SALFAM        PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-14         PIC 9(06) VALUE ZEROS.
       77 VLR-COTA-SALFAM     PIC 9(08) VALUE 62.
       77 LIM-SALFAM          PIC 9(08) VALUE 1819.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
      *
      *----------[ ARQUIVO DE REPASSE - 240 POSICOES, COMO O CDF224 ]---
       01 REP-HEADER.
           05 REP-HD-TIPO       PIC X(01) VALUE "0".
           05 REP-HD-EMPRESA    PIC X(30) VALUE
              "SANTINI SOLUTIONS FOLHA PGTO".
           05 REP-HD-DATA-GER   PIC 9(08).
           05 REP-HD-COMPET     PIC 9(06).
           05 FILLER            PIC X(195) VALUE SPACES.
      *
      *----------[ INICIO DO LOTE DE UM CREDOR (TIPO 1) ]---------------
       01 REP-LOTE.
           05 REP-LT-TIPO       PIC X(01) VALUE "1".
           05 REP-LT-BANCO      PIC 9(03).
           05 REP-LT-NOME       PIC X(20).
           05 FILLER            PIC X(216) VALUE SPACES.
      *
      *----------[ UMA PARCELA DESCONTADA (TIPO 3) ]--------------------
       01 REP-DETALHE.
           05 REP-DT-TIPO       PIC X(01) VALUE "3".
           05 REP-DT-BANCO      PIC 9(03).
           05 REP-DT-COD        PIC 9(06).
           05 REP-DT-NOME       PIC X(30).
           05 REP-DT-CONTRATO   PIC X(15).
           05 REP-DT-PARCELA    PIC 9(03).
           05 REP-DT-QTD        PIC 9(03).
           05 REP-DT-VALOR      PIC 9(13)V99.
           05 FILLER            PIC X(164) VALUE SPACES.
      *
      *----------[ FIM DO LOTE DE UM CREDOR (TIPO 5) ]------------------
       01 REP-FIM-LOTE.
           05 REP-FL-TIPO       PIC X(01) VALUE "5".
           05 REP-FL-BANCO      PIC 9(03).
           05 REP-FL-QTD        PIC 9(06).
           05 REP-FL-VALOR      PIC 9(13)V99.
           05 FILLER            PIC X(215) VALUE SPACES.
      *
      *----------[ REGISTRO TRAILER DO ARQUIVO (TIPO 9) ]---------------
       01 REP-TRAILER.
           05 REP-TR-TIPO       PIC X(01) VALUE "9".
           05 REP-TR-QTD        PIC 9(06).
           05 REP-TR-VALOR-TOT  PIC 9(13)V99.
           05 FILLER            PIC X(218) VALUE SPACES.
      *
      *----------[ LINHAS DO RELATORIO ]--------------------------------
       01 LN-CABEC1.
           05 FILLER          PIC X(48) VALUE
              "CONSIGNADO NA FOLHA DO MES - CDF252 - COMPET ".
           05 LN-CAB-COMPET   PIC 9(06).
           05 FILLER          PIC X(10) VALUE "  EMISSAO ".
           05 LN-CAB-DATA     PIC 9(08).
       01 LN-CABEC2.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(08) VALUE "COD".
           05 FILLER  PIC X(31) VALUE "NOME".
           05 FILLER  PIC X(17) VALUE "CONTRATO".
           05 FILLER  PIC X(10) VALUE "PARCELA".
           05 FILLER  PIC X(14) VALUE "         VALOR".
           05 FILLER  PIC X(12) VALUE "  SITUACAO".
       01 LN-SECAO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-SEC-TEXTO    PIC X(60).
       01 LN-CREDOR.
           05 FILLER          PIC X(09) VALUE " CREDOR: ".
           05 LN-CRD-BANCO    PIC 9(03).
           05 FILLER          PIC X(03) VALUE " - ".
           05 LN-CRD-NOME     PIC X(20).
       01 LN-DETALHE.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DET-COD      PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-DET-CONTRATO PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-DET-PARCELA  PIC ZZ9.
           05 FILLER          PIC X(01) VALUE "/".
           05 LN-DET-QTD      PIC ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LN-DET-OBS      PIC X(20).
       01 LN-SUBTOTAL.
           05 FILLER          PIC X(23) VALUE
              "   TOTAL DO CREDOR    ".
           05 LN-SUB-QTD      PIC ZZZZZ9.
           05 FILLER          PIC X(12) VALUE " PARCELAS  ".
           05 LN-SUB-VALOR    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LN-TOTAIS.
           05 FILLER          PIC X(17) VALUE " COM CONTRATO:   ".
           05 LN-TOT-CSG      PIC ZZZZZ9.
           05 FILLER          PIC X(20) VALUE "  PARCELAS DESCONT.:".
           05 LN-TOT-PARC     PIC ZZZZZ9.
           05 FILLER          PIC X(16) VALUE "  NAO DESCONT.:".
           05 LN-TOT-NDESC    PIC ZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  QUITADOS:".
           05 LN-TOT-QUIT     PIC ZZZZZ9.
       01 LN-TOT-VALOR.
           05 FILLER          PIC X(37) VALUE
              " TOTAL A REPASSAR AOS CREDORES:     ".
           05 LN-TOT-VLR      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-FIM
           PERFORM 2000-PROCESSA THRU 2000-PROCESSA-FIM
              UNTIL ST-ERRO = "10"
           IF NOT HOUVE-ERRO
              PERFORM 3000-REPASSE THRU 3000-REPASSE-FIM.
           PERFORM 4000-FINALIZA THRU 4000-FINALIZA-FIM
           STOP RUN.
      *
      *----------[ PARAMETROS E ABERTURA DOS ARQUIVOS ]-----------------
       1000-INICIALIZA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "CONSIGNADO NA FOLHA DO MES - CDF252"
           DISPLAY "COMPETENCIA (AAAAMM - ZEROS = MES CORRENTE):"
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-DATA-HOJE(1:6) TO W-COMPET.
           IF W-COMPET-MES < 01 OR W-COMPET-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA: " W-COMPET
              STOP RUN.
           DISPLAY "OPERADOR RESPONSAVEL:"
           ACCEPT W-OPERADOR
           OPEN INPUT OPERAD
           IF ST-ERRO-OPR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO OPERAD: " ST-ERRO-OPR
              STOP RUN.
           MOVE W-OPERADOR TO OPR-ID
           READ OPERAD
           IF ST-ERRO-OPR NOT = "00" AND "02"
              DISPLAY "*** OPERADOR NAO CADASTRADO ***"
              CLOSE OPERAD
              STOP RUN.
           CLOSE OPERAD
           PERFORM 1100-TESTA-COMPETENCIA THRU
                   1100-TESTA-COMPETENCIA-FIM
           PERFORM 1300-TESTA-TRAVAS THRU 1300-TESTA-TRAVAS-FIM
           OPEN I-O CONSIG
           IF ST-ERRO-CSG NOT = "00"
              DISPLAY "*** NENHUM CONTRATO REGISTRADO (CONSIG): "
                      ST-ERRO-CSG " ***"
              STOP RUN.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG: " ST-ERRO
              CLOSE CONSIG
              STOP RUN.
           OPEN I-O MOVPAG
           IF ST-ERRO-MOV = "30" OR "35"
              OPEN OUTPUT MOVPAG
              CLOSE MOVPAG
              OPEN I-O MOVPAG.
           IF ST-ERRO-MOV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO MOVPAG: " ST-ERRO-MOV
              CLOSE CONSIG CADPAG
              STOP RUN.
           PERFORM 1400-GARANTE-EVENTO THRU 1400-GARANTE-EVENTO-FIM
      *    ARQUIVO OPCIONAL: SEM A TABELA DE BANCOS O RELATORIO SAI
      *    SO COM O CODIGO DO CREDOR.
           OPEN INPUT BANCOS
           IF ST-ERRO-BCO = "00"
              MOVE "S" TO W-TEM-BCO
           ELSE
              MOVE "N" TO W-TEM-BCO.
      *    ARQUIVO OPCIONAL (VER CDF240): SEM ELE NAO HA DESCONTO DE
      *    PENSAO E O CALCULO DO LIQUIDO SEGUE COMO SEMPRE.
           OPEN INPUT PENSAO
           IF ST-ERRO-PEN = "00"
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
           OPEN EXTEND CADPAGLOG
           IF ST-ERRO-LOG = "35"
              OPEN OUTPUT CADPAGLOG
              CLOSE CADPAGLOG
              OPEN EXTEND CADPAGLOG.
           IF ST-ERRO-LOG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG.LOG: "
                      ST-ERRO-LOG
              CLOSE CONSIG CADPAG MOVPAG
              STOP RUN.
           OPEN I-O CADPAGHIST
           IF ST-ERRO-HST = "30" OR "35"
              OPEN OUTPUT CADPAGHIST
              CLOSE CADPAGHIST
              OPEN I-O CADPAGHIST.
           IF ST-ERRO-HST NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADPAG.HIST: "
                      ST-ERRO-HST
              CLOSE CONSIG CADPAG MOVPAG CADPAGLOG
              STOP RUN.
           OPEN OUTPUT RELCSG
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELCSG: " ST-ERRO-REL
              CLOSE CONSIG CADPAG MOVPAG CADPAGLOG CADPAGHIST
              STOP RUN.
           MOVE W-COMPET    TO LN-CAB-COMPET
           MOVE W-DATA-HOJE TO LN-CAB-DATA
           WRITE REG-RELCSG FROM LN-CABEC1
           WRITE REG-RELCSG FROM LN-CABEC2
           MOVE SPACES TO REG-RELCSG
           WRITE REG-RELCSG
           MOVE "PARCELAS NAO DESCONTADAS NO MES" TO LN-SEC-TEXTO
           WRITE REG-RELCSG FROM LN-SECAO
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
      *
      *----------[ COMPETENCIA NAO PODE ESTAR FECHADA ]-----------------
      *    SEM O COMPET.DAT NENHUMA COMPETENCIA FOI FECHADA AINDA.
       1100-TESTA-COMPETENCIA.
           OPEN INPUT COMPET
           IF ST-ERRO-CMP NOT = "00"
              GO TO 1100-TESTA-COMPETENCIA-FIM.
           MOVE W-COMPET TO CMP-ANOMES
           READ COMPET
           IF ST-ERRO-CMP = "00" OR "02"
              IF CMP-FECHADA
                 DISPLAY "*** COMPETENCIA " W-COMPET " JA FECHADA ***"
                 CLOSE COMPET
                 STOP RUN.
           CLOSE COMPET.
       1100-TESTA-COMPETENCIA-FIM.
                EXIT.
      *
      *----------[ RECUSA EXECUCAO COM REGISTRO EM EDICAO ]-------------
      *    TRAVAS.DAT LISTA AS CODS EM EDICAO NOS TERMINAIS (CDF222/
      *    CDF228); RODAR POR CIMA LERIA O ARQUIVO NO MEIO DE UMA
      *    ATUALIZACAO. AS TRAVAS SAO REPORTADAS E A EXECUCAO PARA;
      *    SEM O ARQUIVO DE TRAVAS, SEGUE NORMALMENTE.
       1300-TESTA-TRAVAS.
           OPEN INPUT TRAVAS
           IF ST-ERRO-TRV = "00"
              MOVE "N" TO W-FIM-TRV
              PERFORM 1350-LISTA-TRAVA THRU 1350-LISTA-TRAVA-FIM
                 UNTIL FIM-TRAVAS
              CLOSE TRAVAS
              IF W-QTD-TRAVAS > ZEROS
                 DISPLAY "*** CADPAG EM USO - EXECUCAO RECUSADA ***"
                 STOP RUN.
       1300-TESTA-TRAVAS-FIM.
                EXIT.
      *
      *----------[ UMA LINHA POR TRAVA PENDENTE ]-----------------------
       1350-LISTA-TRAVA.
           READ TRAVAS NEXT RECORD
              AT END MOVE "S" TO W-FIM-TRV
           END-READ
           IF NOT FIM-TRAVAS
              ADD 1 TO W-QTD-TRAVAS
              DISPLAY "REGISTRO " TRV-COD " EM USO POR OPERADOR "
                      TRV-OPERADOR.
       1350-LISTA-TRAVA-FIM.
                EXIT.
      *
      *----------[ GARANTE O EVENTO DO CONSIGNADO ]---------------------
      *    COMO O CDF245 FAZ COM O 107: SEM EVENTOS.DAT (CDF228 AINDA
      *    NAO RODOU) NADA E FEITO, A CARGA INICIAL JA TRAZ O 110.
       1400-GARANTE-EVENTO.
           OPEN I-O EVENTOS
           IF ST-ERRO-EVE NOT = "00"
              GO TO 1400-GARANTE-EVENTO-FIM.
           MOVE EVT-CONSIGNADO TO EVT-COD
           READ EVENTOS
           IF ST-ERRO-EVE NOT = "00" AND "02"
              MOVE EVT-CONSIGNADO TO EVT-COD
              MOVE "EMPREST. CONSIGNADO" TO EVT-NOME
              MOVE "D" TO EVT-TIPO
              WRITE REGEVE.
           CLOSE EVENTOS.
       1400-GARANTE-EVENTO-FIM.
                EXIT.
      *
      *----------[ LACO PRINCIPAL - UM FUNCIONARIO POR VEZ ]------------
      *    SO ENTRA QUEM TEM CONTRATO REGISTRADO, EM QUALQUER SITUACAO:
      *    ASSIM UM CONTRATO CANCELADO NO MES TAMBEM TEM O DESCONTO
      *    DESFEITO. DESLIGADO FICA PARA A RESCISAO (CDF238).
       2000-PROCESSA.
           ADD 1 TO W-QTD-LIDOS
           IF FUNC-DESLIGADO
              GO TO 2000-PROCESSA-PROX.
           MOVE COD    TO CSG-COD
           MOVE ZEROS  TO CSG-BANCO
           MOVE SPACES TO CSG-CONTRATO
           START CONSIG KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY GO TO 2000-PROCESSA-PROX
           END-START
           READ CONSIG NEXT RECORD
              AT END GO TO 2000-PROCESSA-PROX
           END-READ
           IF CSG-COD NOT = COD
              GO TO 2000-PROCESSA-PROX.
           ADD 1 TO W-QTD-COM-CSG
           MOVE REGPAG TO REGPAG-ANTES
           PERFORM 2600-CALC-LIQUIDO THRU 2600-CALC-LIQUIDO-FIM
           MOVE W-SL-CALC TO W-SALDO-SL
           MOVE ZEROS TO W-TOT-CSG-COD
           PERFORM 2200-CONTRATOS THRU 2200-CONTRATOS-FIM
           MOVE EVT-CONSIGNADO TO MOV-EVENTO
           MOVE W-TOT-CSG-COD  TO MOV-VALOR
           PERFORM 2450-GRAVA-EVENTO THRU 2450-GRAVA-EVENTO-FIM
           COMPUTE W-SL-CALC = W-SL-CALC - W-TOT-CSG-COD
           MOVE W-SL-CALC TO SL
           IF REGPAG NOT = REGPAG-ANTES
              PERFORM 2700-REGRAVA-CADPAG THRU
                      2700-REGRAVA-CADPAG-FIM.
       2000-PROCESSA-PROX.
           IF ST-ERRO NOT = "10"
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2000-PROCESSA-FIM.
                EXIT.
      *
      *----------[ LEITURA SEQUENCIAL DO CADPAG PELA ORDEM DE COD ]-----
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD AT END
                MOVE "10" TO ST-ERRO.
       2100-LE-CADPAG-FIM.
                EXIT.
      *
      *----------[ CONTRATOS DA COD PELA ORDEM DA CHAVE ]---------------
       2200-CONTRATOS.
           MOVE "N" TO W-FIM-CSG
           MOVE COD    TO CSG-COD
           MOVE ZEROS  TO CSG-BANCO
           MOVE SPACES TO CSG-CONTRATO
           START CONSIG KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-CSG
           END-START
           PERFORM 2250-APLICA-CONTRATO THRU 2250-APLICA-CONTRATO-FIM
              UNTIL FIM-CONSIG.
       2200-CONTRATOS-FIM.
                EXIT.
      *
      *----------[ PARCELA DE UM CONTRATO NA COMPETENCIA ]--------------
      *    A PARCELA QUE JA TINHA SIDO CONTADA NESTA COMPETENCIA E
      *    DESFEITA ANTES (W-PAGAS); DEPOIS O CONTRATO ATIVO, JA
      *    INICIADO E COM PARCELA EM ABERTO DESCONTA SE COUBER NO
      *    LIQUIDO QUE SOBROU.
       2250-APLICA-CONTRATO.
           READ CONSIG NEXT RECORD
              AT END MOVE "S" TO W-FIM-CSG
           END-READ
           IF FIM-CONSIG
              GO TO 2250-APLICA-CONTRATO-FIM.
           IF CSG-COD NOT = COD
              MOVE "S" TO W-FIM-CSG
              GO TO 2250-APLICA-CONTRATO-FIM.
           IF CSG-RESCISAO
              GO TO 2250-APLICA-CONTRATO-FIM.
           MOVE REGCSG TO W-CSG-ANTES
           MOVE CSG-PARC-PAGAS TO W-PAGAS
           IF CSG-ULT-COMPET = W-COMPET-NUM
              SUBTRACT 1 FROM W-PAGAS
              MOVE ZEROS TO CSG-ULT-COMPET
              IF CSG-QUITADO
                 MOVE "A" TO CSG-SITUACAO.
           MOVE W-PAGAS TO CSG-PARC-PAGAS
           MOVE "N" TO W-DESCONTOU
           MOVE CSG-DT-CONTRATO(1:6) TO W-COMPET-CONTRATO
           IF CSG-ATIVO
              AND CSG-PARC-PAGAS < CSG-QTD-PARCELAS
              AND W-COMPET-CONTRATO NOT > W-COMPET-NUM
              IF CSG-VLR-PARCELA NOT > W-SALDO-SL
                 MOVE "S" TO W-DESCONTOU
              ELSE
                 PERFORM 2300-NAO-DESCONTADA THRU
                         2300-NAO-DESCONTADA-FIM.
           IF PARCELA-DESCONTADA
              ADD 1 TO CSG-PARC-PAGAS
              MOVE W-COMPET-NUM TO CSG-ULT-COMPET
              SUBTRACT CSG-VLR-PARCELA FROM W-SALDO-SL
              ADD CSG-VLR-PARCELA TO W-TOT-CSG-COD
              ADD 1 TO W-QTD-PARCELAS
              IF CSG-PARC-PAGAS = CSG-QTD-PARCELAS
                 MOVE "Q" TO CSG-SITUACAO
                 ADD 1 TO W-QTD-QUITADOS.
           IF REGCSG = W-CSG-ANTES
              GO TO 2250-APLICA-CONTRATO-FIM.
           REWRITE REGCSG
           IF ST-ERRO-CSG NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO CONSIG: " ST-ERRO-CSG
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO
              MOVE "S" TO W-FIM-CSG.
       2250-APLICA-CONTRATO-FIM.
                EXIT.
      *
      *----------[ PARCELA QUE NAO COUBE NO LIQUIDO DO MES ]------------
       2300-NAO-DESCONTADA.
           ADD 1 TO W-QTD-NAO-DESC
           MOVE COD             TO LN-DET-COD
           MOVE NOME            TO LN-DET-NOME
           MOVE CSG-CONTRATO    TO LN-DET-CONTRATO
           COMPUTE LN-DET-PARCELA = CSG-PARC-PAGAS + 1
           MOVE CSG-QTD-PARCELAS TO LN-DET-QTD
           MOVE CSG-VLR-PARCELA TO LN-DET-VALOR
           MOVE "SEM SALDO NO LIQUIDO" TO LN-DET-OBS
           WRITE REG-RELCSG FROM LN-DETALHE.
       2300-NAO-DESCONTADA-FIM.
                EXIT.
      *
      *----------[ GRAVA OU REMOVE O EVENTO DO CONSIGNADO ]-------------
      *    MESMA DISCIPLINA DA PENSAO (EVENTO 105): VALOR ZERADO
      *    REMOVE O MOVIMENTO DO MES.
       2450-GRAVA-EVENTO.
           MOVE W-COMPET TO MOV-COMPET
           MOVE COD      TO MOV-COD
           IF MOV-VALOR = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2450-GRAVA-EVENTO-FIM.
           MOVE "D" TO MOV-TIPO
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO.
       2450-GRAVA-EVENTO-FIM.
                EXIT.
      *
      *----------[ LIQUIDO SEM O CONSIGNADO - VER CDF228 ]--------------
      *    O EVENTO 110 FICA FORA DA SOMA: E ELE QUE ESTA SENDO
      *    CALCULADO AGORA SOBRE O QUE SOBRA DOS DEMAIS MOVIMENTOS.
       2600-CALC-LIQUIDO.
           PERFORM 2650-SOMA-PENSAO THRU 2650-SOMA-PENSAO-FIM
           PERFORM 2660-GRAVA-PENSAO-MOV THRU
                   2660-GRAVA-PENSAO-MOV-FIM
           PERFORM 2670-SOMA-SALFAM THRU 2670-SOMA-SALFAM-FIM
           PERFORM 2680-GRAVA-SALFAM-MOV THRU
                   2680-GRAVA-SALFAM-MOV-FIM
           MOVE ZEROS TO W-TOT-PROV W-TOT-DESC
           MOVE W-COMPET TO MOV-COMPET
           MOVE COD      TO MOV-COD
           MOVE ZEROS    TO MOV-EVENTO
           START MOVPAG KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY GO TO 2600-CALC-LIQ-TOTAL
           END-START.
       2600-CALC-LIQ-PROX.
           READ MOVPAG NEXT RECORD
              AT END GO TO 2600-CALC-LIQ-TOTAL
           END-READ.
           IF MOV-COMPET NOT = W-COMPET OR MOV-COD NOT = COD
              GO TO 2600-CALC-LIQ-TOTAL.
           IF MOV-EVENTO = EVT-CONSIGNADO
              GO TO 2600-CALC-LIQ-PROX.
           IF MOV-PROVENTO
              ADD MOV-VALOR TO W-TOT-PROV
           ELSE
              ADD MOV-VALOR TO W-TOT-DESC.
           GO TO 2600-CALC-LIQ-PROX.
       2600-CALC-LIQ-TOTAL.
           COMPUTE W-SL-CALC = SB + W-TOT-PROV - W-TOT-DESC
                             - INSS - IR
           IF W-SL-CALC < 0
              MOVE 0 TO W-SL-CALC.
       2600-CALC-LIQUIDO-FIM.
                EXIT.
      *
      *----------[ DESCONTO DE PENSAO ALIMENTICIA - VER CDF240 ]--------
      *    SOMA OS BENEFICIARIOS ATIVOS DO FUNCIONARIO: PERCENTUAL
      *    INCIDE SOBRE O SB, VALOR FIXO ENTRA COMO ESTA.
       2650-SOMA-PENSAO.
           MOVE ZEROS TO W-TOT-PENSAO
           IF NOT TEM-PENSAO
              GO TO 2650-SOMA-PENSAO-FIM.
           MOVE COD   TO PEN-COD
           MOVE ZEROS TO PEN-SEQ
           START PENSAO KEY IS NOT LESS THAN PEN-CHAVE
              INVALID KEY GO TO 2650-SOMA-PENSAO-FIM
           END-START.
       2650-SOMA-PENSAO-PROX.
           READ PENSAO NEXT RECORD
              AT END GO TO 2650-SOMA-PENSAO-FIM
           END-READ.
           IF PEN-COD NOT = COD
              GO TO 2650-SOMA-PENSAO-FIM.
           IF NOT PEN-ATIVO
              GO TO 2650-SOMA-PENSAO-PROX.
           IF PEN-PERCENTUAL
              COMPUTE W-VALOR-PEN ROUNDED = SB * PEN-PERC / 100
           ELSE
              MOVE PEN-VALOR TO W-VALOR-PEN.
           ADD W-VALOR-PEN TO W-TOT-PENSAO
           GO TO 2650-SOMA-PENSAO-PROX.
       2650-SOMA-PENSAO-FIM.
                EXIT.
      *
      *----------[ PERSISTE A PENSAO COMO MOVIMENTO DO MES ]------------
       2660-GRAVA-PENSAO-MOV.
           IF NOT TEM-PENSAO
              GO TO 2660-GRAVA-PENSAO-MOV-FIM.
           MOVE W-COMPET        TO MOV-COMPET
           MOVE COD             TO MOV-COD
           MOVE EVT-PENSAO-ALIM TO MOV-EVENTO
           IF W-TOT-PENSAO = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 2660-GRAVA-PENSAO-MOV-FIM.
           MOVE "D" TO MOV-TIPO
           MOVE W-TOT-PENSAO TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO-MOV = "22"
              REWRITE REGMOV.
           IF ST-ERRO-MOV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO MOVPAG: " ST-ERRO-MOV
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO.
       2660-GRAVA-PENSAO-MOV-FIM.
                EXIT.
      *
      *----------[ COTA DE SALARIO-FAMILIA DO FUNCIONARIO ]-------------
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
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO.
       2680-GRAVA-SALFAM-MOV-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DO FUNCIONARIO - VER CDF245 ]------------
       2690-CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-IR W-QTD-DEP-SF
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
           IF DEP-DEDUZ-IR
              ADD 1 TO W-QTD-DEP-IR.
           COMPUTE W-ANOMES-14 = DEP-DT-NASC / 100 + 1400
           IF DEP-RECEBE-SF AND W-ANOMES-14 NOT < W-COMPET
              ADD 1 TO W-QTD-DEP-SF.
           GO TO 2690-CONTA-DEPEND-PROX.
       2690-CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ REGRAVA O CADPAG COM LOG E HISTORICO ]---------------
       2700-REGRAVA-CADPAG.
           REWRITE REGPAG
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "*** ERRO NA REGRAVACAO DO CADPAG (COD " COD
                      "): " ST-ERRO
              MOVE "S" TO W-ERRO-GRAV
              MOVE "10" TO ST-ERRO
              GO TO 2700-REGRAVA-CADPAG-FIM.
           MOVE COD TO LOG-COD
           MOVE "A" TO LOG-OPERACAO
           MOVE REGPAG-ANTES TO LOG-ANTES
           MOVE REGPAG TO LOG-DEPOIS
           PERFORM 2750-GRAVA-LOG THRU 2750-GRAVA-LOG-FIM
           PERFORM 2760-GRAVA-HIST THRU 2760-GRAVA-HIST-FIM.
       2700-REGRAVA-CADPAG-FIM.
                EXIT.
      *
      *----------[ TRILHA DE AUDITORIA - COMO O GRAVA-LOG DO CDF228 ]---
       2750-GRAVA-LOG.
           MOVE W-OPERADOR TO LOG-OPERADOR
           ACCEPT LOG-DATAHORA(1:6) FROM DATE
           ACCEPT LOG-DATAHORA(7:8) FROM TIME
           WRITE REGLOG
           IF ST-ERRO-LOG NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADPAG.LOG: "
                      ST-ERRO-LOG.
       2750-GRAVA-LOG-FIM.
                EXIT.
      *
      *----------[ HISTORICO SALARIAL - COMO O GRAVA-HIST DO CDF228 ]---
       2760-GRAVA-HIST.
           MOVE COD TO HIST-COD
           ACCEPT HIST-DATA-EFETIVA FROM DATE
           ACCEPT W-HIST-HORA-TMP FROM TIME
           MOVE W-HIST-HORA-TMP(1:6) TO HIST-HORA
           MOVE REGPAG-ANTES TO HIST-REGPAG-ANTES
           WRITE REGHIST
           IF ST-ERRO-HST NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADPAG.HIST: "
                      ST-ERRO-HST.
       2760-GRAVA-HIST-FIM.
                EXIT.
      *
      *----------[ REPASSE AOS CREDORES - PELA CHAVE DO BANCO ]---------
      *    SO AS PARCELAS DESCONTADAS NESTA COMPETENCIA, UM LOTE POR
      *    CREDOR NO ARQUIVO E UM BLOCO COM SUBTOTAL NO RELATORIO.
       3000-REPASSE.
           OPEN OUTPUT REPCSG
           IF ST-ERRO-REP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO REPCSG: " ST-ERRO-REP
              GO TO 3000-REPASSE-FIM.
           MOVE W-DATA-HOJE TO REP-HD-DATA-GER
           MOVE W-COMPET    TO REP-HD-COMPET
           WRITE REG-REPCSG FROM REP-HEADER
           MOVE SPACES TO REG-RELCSG
           WRITE REG-RELCSG
           MOVE "REPASSE POR CREDOR" TO LN-SEC-TEXTO
           WRITE REG-RELCSG FROM LN-SECAO
           MOVE ZEROS TO W-BANCO-ATUAL W-QTD-CREDORES
           MOVE "N" TO W-FIM-CSG
           MOVE ZEROS TO CSG-BANCO
           START CONSIG KEY IS NOT LESS THAN CSG-BANCO
              INVALID KEY MOVE "S" TO W-FIM-CSG
           END-START
           PERFORM 3100-PARCELA-REPASSE THRU 3100-PARCELA-REPASSE-FIM
              UNTIL FIM-CONSIG
           IF W-QTD-CREDORES > ZEROS
              PERFORM 3300-FECHA-CREDOR THRU 3300-FECHA-CREDOR-FIM.
           MOVE W-QTD-REPASSE TO REP-TR-QTD
           MOVE W-VLR-REPASSE TO REP-TR-VALOR-TOT
           WRITE REG-REPCSG FROM REP-TRAILER
           CLOSE REPCSG.
       3000-REPASSE-FIM.
                EXIT.
      *
      *----------[ UMA PARCELA DESCONTADA NO LOTE DO CREDOR ]-----------
       3100-PARCELA-REPASSE.
           READ CONSIG NEXT RECORD
              AT END MOVE "S" TO W-FIM-CSG
           END-READ
           IF FIM-CONSIG
              GO TO 3100-PARCELA-REPASSE-FIM.
           IF CSG-ULT-COMPET NOT = W-COMPET-NUM
              GO TO 3100-PARCELA-REPASSE-FIM.
           IF NOT CSG-ATIVO AND NOT CSG-QUITADO
              GO TO 3100-PARCELA-REPASSE-FIM.
           IF W-QTD-CREDORES = ZEROS OR CSG-BANCO NOT = W-BANCO-ATUAL
              IF W-QTD-CREDORES > ZEROS
                 PERFORM 3300-FECHA-CREDOR THRU 3300-FECHA-CREDOR-FIM
                 PERFORM 3200-ABRE-CREDOR THRU 3200-ABRE-CREDOR-FIM
              ELSE
                 PERFORM 3200-ABRE-CREDOR THRU 3200-ABRE-CREDOR-FIM.
           MOVE CSG-COD TO COD
           READ CADPAG
           IF ST-ERRO NOT = "00" AND "02"
              MOVE SPACES TO NOME.
           MOVE CSG-BANCO        TO REP-DT-BANCO
           MOVE CSG-COD          TO REP-DT-COD
           MOVE NOME             TO REP-DT-NOME
           MOVE CSG-CONTRATO     TO REP-DT-CONTRATO
           MOVE CSG-PARC-PAGAS   TO REP-DT-PARCELA
           MOVE CSG-QTD-PARCELAS TO REP-DT-QTD
           MOVE CSG-VLR-PARCELA  TO REP-DT-VALOR
           WRITE REG-REPCSG FROM REP-DETALHE
           MOVE CSG-COD          TO LN-DET-COD
           MOVE NOME             TO LN-DET-NOME
           MOVE CSG-CONTRATO     TO LN-DET-CONTRATO
           MOVE CSG-PARC-PAGAS   TO LN-DET-PARCELA
           MOVE CSG-QTD-PARCELAS TO LN-DET-QTD
           MOVE CSG-VLR-PARCELA  TO LN-DET-VALOR
           IF CSG-QUITADO
              MOVE "CONTRATO QUITADO" TO LN-DET-OBS
           ELSE
              MOVE SPACES TO LN-DET-OBS.
           WRITE REG-RELCSG FROM LN-DETALHE
           ADD 1 TO W-QTD-LOTE W-QTD-REPASSE
           ADD CSG-VLR-PARCELA TO W-VLR-LOTE W-VLR-REPASSE.
       3100-PARCELA-REPASSE-FIM.
                EXIT.
      *
      *----------[ INICIO DO LOTE E DO BLOCO DE UM CREDOR ]-------------
       3200-ABRE-CREDOR.
           ADD 1 TO W-QTD-CREDORES
           MOVE CSG-BANCO TO W-BANCO-ATUAL
           MOVE ZEROS TO W-QTD-LOTE W-VLR-LOTE
           MOVE "BANCO NAO CADASTRADO" TO W-NOME-CREDOR
           IF TEM-BANCOS
              MOVE CSG-BANCO TO BCO-COD
              READ BANCOS
              IF ST-ERRO-BCO = "00" OR "02"
                 MOVE BCO-NOME TO W-NOME-CREDOR.
           MOVE W-BANCO-ATUAL TO REP-LT-BANCO
           MOVE W-NOME-CREDOR TO REP-LT-NOME
           WRITE REG-REPCSG FROM REP-LOTE
           MOVE SPACES TO REG-RELCSG
           WRITE REG-RELCSG
           MOVE W-BANCO-ATUAL TO LN-CRD-BANCO
           MOVE W-NOME-CREDOR TO LN-CRD-NOME
           WRITE REG-RELCSG FROM LN-CREDOR.
       3200-ABRE-CREDOR-FIM.
                EXIT.
      *
      *----------[ FIM DO LOTE E SUBTOTAL DO CREDOR ]-------------------
       3300-FECHA-CREDOR.
           MOVE W-BANCO-ATUAL TO REP-FL-BANCO
           MOVE W-QTD-LOTE    TO REP-FL-QTD
           MOVE W-VLR-LOTE    TO REP-FL-VALOR
           WRITE REG-REPCSG FROM REP-FIM-LOTE
           MOVE W-QTD-LOTE    TO LN-SUB-QTD
           MOVE W-VLR-LOTE    TO LN-SUB-VALOR
           WRITE REG-RELCSG FROM LN-SUBTOTAL.
       3300-FECHA-CREDOR-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO ]--------------------------------
       4000-FINALIZA.
           MOVE SPACES TO REG-RELCSG
           WRITE REG-RELCSG
           MOVE W-QTD-COM-CSG  TO LN-TOT-CSG
           MOVE W-QTD-PARCELAS TO LN-TOT-PARC
           MOVE W-QTD-NAO-DESC TO LN-TOT-NDESC
           MOVE W-QTD-QUITADOS TO LN-TOT-QUIT
           WRITE REG-RELCSG FROM LN-TOTAIS
           MOVE W-VLR-REPASSE  TO LN-TOT-VLR
           WRITE REG-RELCSG FROM LN-TOT-VALOR
           DISPLAY "CONSIGNADO APLICADO NA COMPETENCIA " W-COMPET
           DISPLAY "FUNCIONARIOS LIDOS: " W-QTD-LIDOS
           DISPLAY "COM CONTRATO: " W-QTD-COM-CSG
           DISPLAY "PARCELAS DESCONTADAS: " W-QTD-PARCELAS
           DISPLAY "PARCELAS NAO DESCONTADAS: " W-QTD-NAO-DESC
           DISPLAY "CONTRATOS QUITADOS: " W-QTD-QUITADOS
           IF HOUVE-ERRO
              DISPLAY "*** ERRO DE GRAVACAO - REPASSE NAO GERADO ***"
           ELSE
              DISPLAY "REPASSE EM REPCSG.TXT - CREDORES: "
                      W-QTD-CREDORES.
           DISPLAY "DETALHES EM RELCSG.TXT"
           IF TEM-BANCOS
              CLOSE BANCOS.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           CLOSE CONSIG
           CLOSE CADPAG
           CLOSE MOVPAG
           CLOSE CADPAGLOG
           CLOSE CADPAGHIST
           CLOSE RELCSG.
       4000-FINALIZA-FIM.
                EXIT.
