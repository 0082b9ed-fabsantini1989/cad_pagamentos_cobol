       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF251.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    EMPRESTIMO CONSIGNADO - CDF251          *
      ***********************************************
      *----------------------------------------------------------------
      *   MANUTENCAO DOS CONTRATOS DE EMPRESTIMO CONSIGNADO (CONSIG.DAT,
      *   VER CSGPAG), NO MESMO MOLDE DO CADASTRO DE AFASTAMENTOS
      *   (CDF249). PARA CADA COD O OPERADOR PODE:
      *   - I = INCLUIR UM CONTRATO: BANCO CREDOR (TEM QUE CONSTAR NA
      *     TABELA BANCOS.DAT), NUMERO DO CONTRATO, DATA, VALOR E
      *     QUANTIDADE DE PARCELAS. O CONTRATO SO E ACEITO SE A SOMA
      *     DAS PARCELAS ATIVAS COM A NOVA COUBER NA MARGEM LEGAL DE
      *     35% DE SB - INSS - IRRF - PENSAO ALIMENTICIA (A PENSAO
      *     PELA MESMA REGRA DO CALCULO DO LIQUIDO, VER CDF240);
      *   - C = CANCELAR UM CONTRATO ATIVO (QUITACAO ANTECIPADA OU
      *     PORTABILIDADE), QUE DEIXA DE SER DESCONTADO;
      *   - L = LISTAR OS CONTRATOS DO FUNCIONARIO.
      *   O DESCONTO MENSAL DAS PARCELAS E O REPASSE AOS CREDORES SAO
      *   FEITOS PELO CDF252; O SALDO NA RESCISAO, PELO CDF238.
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
                    FILE STATUS  IS ST-ERRO2.
       SELECT BANCOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-COD
                    FILE STATUS  IS ST-ERRO3.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO4.
       SELECT PENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO5.
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
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
       FD PENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
           COPY PENPAG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-LOGIN-SENHA  PIC X(08) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(70) VALUE SPACES.
       77 W-FIM-CSG      PIC X(01) VALUE "N".
           88 FIM-CONSIG          VALUE "S".
       77 W-TEM-PEN      PIC X(01) VALUE "N".
           88 TEM-PENSAO          VALUE "S".
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-BANCO        PIC 9(03) VALUE ZEROS.
       77 W-CONTRATO     PIC X(15) VALUE SPACES.
       77 W-VLR-PARCELA  PIC 9(08) VALUE ZEROS.
       77 W-QTD-PARCELAS PIC 9(03) VALUE ZEROS.
       77 W-DT-CONTRATO  PIC 9(08) VALUE ZEROS.
       77 W-DATA-OK      PIC X(01) VALUE "N".
           88 DATA-VALIDA         VALUE "S".
      *----[ MARGEM CONSIGNAVEL DA COD ]--------------------------------
       77 PERC-MARGEM    PIC 9(02)V9(02) VALUE 35,00.
       77 W-BASE-MARGEM  PIC S9(09) VALUE ZEROS.
       77 W-MARGEM       PIC 9(08) VALUE ZEROS.
       77 W-COMPROMETIDO PIC 9(08) VALUE ZEROS.
       77 W-DISPONIVEL   PIC S9(09) VALUE ZEROS.
       77 W-TOT-PENSAO   PIC 9(08) VALUE ZEROS.
       77 W-VALOR-PEN    PIC 9(08) VALUE ZEROS.
       77 W-MARGEM-ED    PIC ZZ.ZZZ.ZZ9.
       77 W-COMPROM-ED   PIC ZZ.ZZZ.ZZ9.
       77 W-DISPON-ED    PIC -ZZ.ZZZ.ZZ9.
      *----[ CONFERENCIA DAS DATAS INFORMADAS ]-------------------------
       01 W-DT-TRAB.
           03 W-DT-ANO       PIC 9(04).
           03 W-DT-MES       PIC 9(02).
           03 W-DT-DIA       PIC 9(02).
       01 W-DT-TRAB-NUM REDEFINES W-DT-TRAB PIC 9(08).
      *----------[ ULTIMO DIA DE CADA MES - FEV COM 29 (BISSEXTO) ]-----
       01 TB-ULTDIA-VAL      PIC X(24) VALUE "312931303130313130313031".
       01 FILLER REDEFINES TB-ULTDIA-VAL.
           03 TB-ULT-DIA     PIC 9(02) OCCURS 12 TIMES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       R0.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DO ARQUIVO DE CONTRATOS ]-----------------
       R0-CONSIG.
           OPEN I-O CONSIG
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 OPEN OUTPUT CONSIG
                 CLOSE CONSIG
                 MOVE "*** ARQUIVO CONSIG FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-CONSIG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CONSIG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPAG
                 GO TO ROT-FIM-SEM-ARQ
           ELSE
                 NEXT SENTENCE.
      *------------[ ABERTURA DA TABELA DE BANCOS CONVENIADOS ]---------
       R0-BANCOS.
           OPEN INPUT BANCOS
           IF ST-ERRO3 NOT = "00"
              MOVE "*** SEM BANCOS.DAT - RODE O CDF232 ANTES ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAG CONSIG
              GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPERAD.
           OPEN I-O OPERAD
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OPERAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAG CONSIG BANCOS
              GO TO ROT-FIM-SEM-ARQ.
      *    ARQUIVO OPCIONAL (VER CDF240): SEM ELE A MARGEM NAO TEM
      *    PENSAO A DESCONTAR.
           OPEN INPUT PENSAO
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *------------[ IDENTIFICACAO DO OPERADOR NO TERMINAL ]------------
       LOGIN.
           MOVE SPACES TO OPR-ID W-LOGIN-SENHA
           DISPLAY (05, 20) "IDENTIFICACAO DO OPERADOR"
           DISPLAY (06, 20) "ESC=SAIR"
           DISPLAY (07, 20) "OPERADOR :"
           ACCEPT  (07, 32) OPR-ID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           DISPLAY (08, 20) "SENHA    :"
           ACCEPT  (08, 32) W-LOGIN-SENHA WITH UPDATE NO-ECHO
           READ OPERAD
              INVALID KEY
                 MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LOGIN
              NOT INVALID KEY
                 IF OPR-SENHA NOT = W-LOGIN-SENHA
                    MOVE "*** SENHA INVALIDA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO LOGIN
                 ELSE
                    MOVE OPR-ID TO W-OPERADOR.
      *-------------[ ENTRADA DA COD DO FUNCIONARIO ]-------------------
       R1.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "EMPRESTIMO CONSIGNADO - CDF251".
       R2.
           DISPLAY (03, 01) "COD DO FUNCIONARIO (ESC=SAIR): "
           MOVE ZEROS TO COD
           ACCEPT (03, 32) COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF COD = ZEROS
                   MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           READ CADPAG
           IF ST-ERRO = "23"
              MOVE "*** COD NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO CADPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (04, 01) "NOME: "
           DISPLAY (04, 07) NOME
           DISPLAY (04, 40) "SITUACAO: "
           DISPLAY (04, 50) SITUACAO.
      *-------------[ MENU DE FUNCOES DO FUNCIONARIO ]------------------
       R3.
           PERFORM CALCULA-MARGEM THRU CALCULA-MARGEM-FIM
           DISPLAY (05, 01) "MARGEM 35%: "
           DISPLAY (05, 13) W-MARGEM-ED
           DISPLAY (05, 25) "COMPROMETIDO: "
           DISPLAY (05, 39) W-COMPROM-ED
           DISPLAY (05, 51) "DISPONIVEL: "
           DISPLAY (05, 63) W-DISPON-ED
           DISPLAY (06, 01) "I = INCLUIR CONTRATO                    "
           DISPLAY (07, 01) "C = CANCELAR CONTRATO                   "
           DISPLAY (08, 01) "L = LISTAR CONTRATOS                    "
           DISPLAY (09, 01) "ESC = VOLTA COD                         "
           DISPLAY (11, 01) "OPCAO: "
           ACCEPT (11, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "I" OR "i"
                   GO TO INC-CONTRATO.
           IF W-OPCAO = "C" OR "c"
                   GO TO CAN-CONTRATO.
           IF W-OPCAO = "L" OR "l"
                   GO TO LISTA-CONTRATOS.
           MOVE "*** DIGITE APENAS I, C OU L ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ INCLUSAO DE UM CONTRATO ]--------------------------
      *    DESLIGADO NAO CONTRATA: O SALDO DELE E TRATADO NA RESCISAO.
       INC-CONTRATO.
           IF FUNC-DESLIGADO
              MOVE "*** FUNCIONARIO DESLIGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       INC-BANCO.
           MOVE ZEROS TO W-BANCO
           DISPLAY (13, 01) "BANCO CREDOR: "
           ACCEPT (13, 15) W-BANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
                   GO TO R3.
           MOVE W-BANCO TO BCO-COD
           READ BANCOS
           IF ST-ERRO3 NOT = "00" AND "02"
              MOVE "*** BANCO SEM CONVENIO NA TABELA BANCOS ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-BANCO.
           DISPLAY (13, 20) BCO-NOME.
       INC-NUMERO.
           MOVE SPACES TO W-CONTRATO
           DISPLAY (14, 01) "NUMERO DO CONTRATO: "
           ACCEPT (14, 21) W-CONTRATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-BANCO.
           IF W-CONTRATO = SPACES
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NUMERO.
           MOVE COD        TO CSG-COD
           MOVE W-BANCO    TO CSG-BANCO
           MOVE W-CONTRATO TO CSG-CONTRATO
           READ CONSIG
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NUMERO.
       INC-DATA.
           MOVE W-DATA-HOJE TO W-DT-CONTRATO
           DISPLAY (15, 01) "DATA DO CONTRATO (AAAAMMDD): "
           ACCEPT (15, 30) W-DT-CONTRATO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-NUMERO.
           MOVE W-DT-CONTRATO TO W-DT-TRAB-NUM
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF NOT DATA-VALIDA
              MOVE "*** DATA DO CONTRATO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
       INC-PARCELA.
           MOVE ZEROS TO W-VLR-PARCELA
           DISPLAY (16, 01) "VALOR DA PARCELA: "
           ACCEPT (16, 19) W-VLR-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-DATA.
           IF W-VLR-PARCELA = ZEROS
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PARCELA.
      *    A NOVA PARCELA SOMADA AS DOS CONTRATOS ATIVOS NAO PODE
      *    PASSAR DA MARGEM - E A TRAVA LEGAL DO CONSIGNADO.
           IF W-VLR-PARCELA > W-DISPONIVEL
              MOVE "*** PARCELA ACIMA DA MARGEM DISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PARCELA.
       INC-QTD.
           MOVE ZEROS TO W-QTD-PARCELAS
           DISPLAY (17, 01) "QUANTIDADE DE PARCELAS: "
           ACCEPT (17, 25) W-QTD-PARCELAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-PARCELA.
           IF W-QTD-PARCELAS = ZEROS
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-QTD.
           MOVE COD            TO CSG-COD
           MOVE W-BANCO        TO CSG-BANCO
           MOVE W-CONTRATO     TO CSG-CONTRATO
           MOVE W-VLR-PARCELA  TO CSG-VLR-PARCELA
           MOVE W-QTD-PARCELAS TO CSG-QTD-PARCELAS
           MOVE ZEROS          TO CSG-PARC-PAGAS CSG-ULT-COMPET
           MOVE W-DT-CONTRATO  TO CSG-DT-CONTRATO
           MOVE "A"            TO CSG-SITUACAO
           MOVE ZEROS          TO CSG-VLR-RESCISAO CSG-SALDO-CREDOR
           MOVE W-OPERADOR     TO CSG-OPERADOR
           MOVE W-DATA-HOJE    TO CSG-DATA-REG
           WRITE REGCSG
           IF ST-ERRO2 = "22"
              MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NUMERO.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CONSIG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** CONTRATO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           GO TO R3.
      *
      *------------[ CANCELAMENTO DE UM CONTRATO ATIVO ]----------------
      *    O REGISTRO FICA NO ARQUIVO COMO TRILHA; SO PARA DE DESCONTAR.
       CAN-CONTRATO.
           MOVE ZEROS TO W-BANCO
           DISPLAY (13, 01) "BANCO CREDOR: "
           ACCEPT (13, 15) W-BANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
                   GO TO R3.
       CAN-NUMERO.
           MOVE SPACES TO W-CONTRATO
           DISPLAY (14, 01) "NUMERO DO CONTRATO: "
           ACCEPT (14, 21) W-CONTRATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO CAN-CONTRATO.
           MOVE COD        TO CSG-COD
           MOVE W-BANCO    TO CSG-BANCO
           MOVE W-CONTRATO TO CSG-CONTRATO
           READ CONSIG
           IF ST-ERRO2 = "23"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-CONTRATO.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO CONSIG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF NOT CSG-ATIVO
              MOVE "*** CONTRATO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
              GO TO R3.
           DISPLAY (15, 01) "PARCELA: "
           DISPLAY (15, 10) CSG-VLR-PARCELA
           DISPLAY (15, 20) "PAGAS: "
           DISPLAY (15, 27) CSG-PARC-PAGAS
           DISPLAY (15, 31) "DE "
           DISPLAY (15, 34) CSG-QTD-PARCELAS
           DISPLAY (16, 01) "CONFIRMA O CANCELAMENTO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (16, 32) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
              GO TO R3.
           MOVE "C"         TO CSG-SITUACAO
           MOVE W-OPERADOR  TO CSG-OPERADOR
           MOVE W-DATA-HOJE TO CSG-DATA-REG
           REWRITE REGCSG
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CONSIG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** CONTRATO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           GO TO R3.
      *
      *------------[ MARGEM CONSIGNAVEL E PARCELAS JA COMPROMETIDAS ]---
      *    BASE = SB - INSS - IRRF - PENSAO, COM INSS E IRRF DO
      *    CADASTRO; MARGEM = 35% DA BASE. COMPROMETIDO E A SOMA DAS
      *    PARCELAS DOS CONTRATOS AINDA ATIVOS DA COD.
       CALCULA-MARGEM.
           PERFORM SOMA-PENSAO THRU SOMA-PENSAO-FIM
           COMPUTE W-BASE-MARGEM = SB - INSS - IR - W-TOT-PENSAO
           IF W-BASE-MARGEM < 0
              MOVE 0 TO W-BASE-MARGEM.
           COMPUTE W-MARGEM = W-BASE-MARGEM * PERC-MARGEM / 100
           MOVE ZEROS TO W-COMPROMETIDO
           MOVE "N" TO W-FIM-CSG
           MOVE COD    TO CSG-COD
           MOVE ZEROS  TO CSG-BANCO
           MOVE SPACES TO CSG-CONTRATO
           START CONSIG KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-CSG
           END-START
           PERFORM SOMA-PARCELAS THRU SOMA-PARCELAS-FIM
              UNTIL FIM-CONSIG
           COMPUTE W-DISPONIVEL = W-MARGEM - W-COMPROMETIDO
           MOVE W-MARGEM       TO W-MARGEM-ED
           MOVE W-COMPROMETIDO TO W-COMPROM-ED
           MOVE W-DISPONIVEL   TO W-DISPON-ED.
       CALCULA-MARGEM-FIM.
                EXIT.
       SOMA-PARCELAS.
           READ CONSIG NEXT RECORD
              AT END MOVE "S" TO W-FIM-CSG
           END-READ
           IF FIM-CONSIG
              GO TO SOMA-PARCELAS-FIM.
           IF CSG-COD NOT = COD
              MOVE "S" TO W-FIM-CSG
              GO TO SOMA-PARCELAS-FIM.
           IF CSG-ATIVO
              ADD CSG-VLR-PARCELA TO W-COMPROMETIDO.
       SOMA-PARCELAS-FIM.
                EXIT.
      *
      *----------[ PENSAO ALIMENTICIA DA COD - REGRA DO CDF240 ]--------
       SOMA-PENSAO.
           MOVE ZEROS TO W-TOT-PENSAO
           IF NOT TEM-PENSAO
              GO TO SOMA-PENSAO-FIM.
           MOVE COD   TO PEN-COD
           MOVE ZEROS TO PEN-SEQ
           START PENSAO KEY IS NOT LESS THAN PEN-CHAVE
              INVALID KEY GO TO SOMA-PENSAO-FIM
           END-START.
       SOMA-PENSAO-PROX.
           READ PENSAO NEXT RECORD
              AT END GO TO SOMA-PENSAO-FIM
           END-READ.
           IF PEN-COD NOT = COD
              GO TO SOMA-PENSAO-FIM.
           IF NOT PEN-ATIVO
              GO TO SOMA-PENSAO-PROX.
           IF PEN-PERCENTUAL
              COMPUTE W-VALOR-PEN ROUNDED = SB * PEN-PERC / 100
           ELSE
              MOVE PEN-VALOR TO W-VALOR-PEN.
           ADD W-VALOR-PEN TO W-TOT-PENSAO
           GO TO SOMA-PENSAO-PROX.
       SOMA-PENSAO-FIM.
                EXIT.
      *
      *------------[ LISTAGEM DOS CONTRATOS DO FUNCIONARIO ]------------
       LISTA-CONTRATOS.
           MOVE "N" TO W-FIM-CSG
           MOVE 13  TO W-LIN
           MOVE COD    TO CSG-COD
           MOVE ZEROS  TO CSG-BANCO
           MOVE SPACES TO CSG-CONTRATO
           START CONSIG KEY IS NOT LESS THAN CSG-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-CSG
           END-START
           DISPLAY (12, 01)
               "BCO CONTRATO          PARCELA PAGAS/QTD SIT ULT.COMP"
           PERFORM LISTA-PROX THRU LISTA-PROX-FIM
              UNTIL FIM-CONSIG
           IF W-LIN = 13
              MOVE "*** NENHUM CONTRATO PARA ESTA COD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (22, 01) "ENTER PARA CONTINUAR"
           ACCEPT (22, 25) W-OPCAO
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "EMPRESTIMO CONSIGNADO - CDF251"
           DISPLAY (04, 01) "NOME: "
           DISPLAY (04, 07) NOME
           GO TO R3.
       LISTA-PROX.
           READ CONSIG NEXT RECORD
              AT END MOVE "S" TO W-FIM-CSG
           END-READ
           IF FIM-CONSIG
              GO TO LISTA-PROX-FIM.
           IF CSG-COD NOT = COD
              MOVE "S" TO W-FIM-CSG
              GO TO LISTA-PROX-FIM.
           IF W-LIN > 21
              GO TO LISTA-PROX-FIM.
           DISPLAY (W-LIN, 01) CSG-BANCO
           DISPLAY (W-LIN, 05) CSG-CONTRATO
           DISPLAY (W-LIN, 21) CSG-VLR-PARCELA
           DISPLAY (W-LIN, 31) CSG-PARC-PAGAS
           DISPLAY (W-LIN, 34) "/"
           DISPLAY (W-LIN, 35) CSG-QTD-PARCELAS
           DISPLAY (W-LIN, 41) CSG-SITUACAO
           DISPLAY (W-LIN, 45) CSG-ULT-COMPET
           ADD 1 TO W-LIN.
       LISTA-PROX-FIM.
                EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPAG.
           CLOSE CONSIG.
           CLOSE BANCOS.
           CLOSE OPERAD.
           IF TEM-PENSAO
              CLOSE PENSAO.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
      *
      *----------[ CONFERE A DATA DE TRABALHO W-DT-TRAB ]---------------
       VALIDA-DATA.
           MOVE "N" TO W-DATA-OK
           IF W-DT-ANO < 1900
              GO TO VALIDA-DATA-FIM.
           IF W-DT-MES < 1 OR W-DT-MES > 12 OR W-DT-DIA < 1
              GO TO VALIDA-DATA-FIM.
           IF W-DT-DIA > TB-ULT-DIA(W-DT-MES)
              GO TO VALIDA-DATA-FIM.
           MOVE "S" TO W-DATA-OK.
       VALIDA-DATA-FIM.
                EXIT.
      *
      *----------[ LIMPA AS LINHAS DE DIGITACAO ABAIXO DO MENU ]--------
       LIMPA-MENU.
           MOVE 12 TO W-LIN.
       LIMPA-MENU-LIN.
           DISPLAY (W-LIN, 01) LIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 23
                   GO TO LIMPA-MENU-LIN.
       LIMPA-MENU-FIM.
                EXIT.
      *
      *----------[ LIMPEZA DA AREA DE TRABALHO DA TELA ]----------------
       LIMPA-TELA.
           MOVE 01 TO W-LIN.
       LIMPA-LIN.
           DISPLAY (W-LIN, 01) LIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 24
                   GO TO LIMPA-LIN.
       LIMPA-TELA-FIM.
                EXIT.
      *
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 20) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (24, 20) MENS.
       ROT-MENS-FIM.
                EXIT.
