       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF245.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    DEPENDENTES DO FUNCIONARIO - CDF245     *
      ***********************************************
      *----------------------------------------------------------------
      *   MANUTENCAO DO CADASTRO DE DEPENDENTES (DEPEND.DAT, VER
      *   DEPPAG), VINCULADOS A COD DO FUNCIONARIO, NO MESMO MOLDE DO
      *   CADASTRO DE BENEFICIARIOS DE PENSAO (CDF240). PARA CADA
      *   DEPENDENTE O OPERADOR INFORMA NOME, DATA DE NASCIMENTO,
      *   PARENTESCO E SE ELE ENTRA NA DEDUCAO DO IRRF E/OU NA COTA
      *   DE SALARIO-FAMILIA (SO FILHO OU ENTEADO). A DEDUCAO E A
      *   COTA SAO APLICADAS AUTOMATICAMENTE NOS CALCULOS DA FOLHA,
      *   SEM NENHUM ACERTO MANUAL. NA ABERTURA O PROGRAMA GARANTE O
      *   EVENTO 107 (SALARIO FAMILIA) NA TABELA DE EVENTOS, COMO O
      *   CDF242 FAZ COM O ADIANTAMENTO.
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
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT EVENTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO3.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           COPY REGPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD EVENTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTOS.DAT".
           COPY EVEPAG.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-LOGIN-SENHA  PIC X(08) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(70) VALUE SPACES.
       77 W-SEQ          PIC 9(02) VALUE ZEROS.
       77 W-FIM-DEP      PIC X(01) VALUE "N".
           88 FIM-DEPEND          VALUE "S".
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-DATA-TMP     PIC 9(08) VALUE ZEROS.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
      *----[ CONFERENCIA DA DATA DE NASCIMENTO ]------------------------
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
           ACCEPT W-DATA-TMP FROM DATE YYYYMMDD.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       R0.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DO CADASTRO DE DEPENDENTES ]--------------
       R0-DEPEND.
           OPEN I-O DEPEND
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 OPEN OUTPUT DEPEND
                 CLOSE DEPEND
                 MOVE "*** ARQUIVO DEPEND FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-DEPEND
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DEPEND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPAG
                 GO TO ROT-FIM-SEM-ARQ
           ELSE
                 NEXT SENTENCE.
      *------------[ GARANTE O EVENTO DE SALARIO-FAMILIA ]--------------
      *    SEM EVENTOS.DAT (CDF228 AINDA NAO RODOU) NADA E FEITO: A
      *    CARGA INICIAL DO CDF228 JA TRAZ O EVENTO 107.
       R0-EVENTOS.
           OPEN I-O EVENTOS
           IF ST-ERRO3 NOT = "00"
              GO TO R0-OPERAD.
           MOVE EVT-SALARIO-FAMILIA TO EVT-COD
           READ EVENTOS
           IF ST-ERRO3 NOT = "00" AND "02"
              MOVE EVT-SALARIO-FAMILIA TO EVT-COD
              MOVE "SALARIO FAMILIA" TO EVT-NOME
              MOVE "P" TO EVT-TIPO
              WRITE REGEVE
              IF ST-ERRO3 NOT = "00" AND "02"
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO EVENTOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE EVENTOS.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPERAD.
           OPEN I-O OPERAD
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OPERAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAG DEPEND
              GO TO ROT-FIM-SEM-ARQ.
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
           DISPLAY (01, 01) "DEPENDENTES DO FUNCIONARIO - CDF245".
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
           DISPLAY (04, 07) NOME.
      *-------------[ MENU DE FUNCOES DO FUNCIONARIO ]------------------
       R3.
           DISPLAY (06, 01) "I = INCLUIR DEPENDENTE                  "
           DISPLAY (07, 01) "E = INATIVAR DEPENDENTE                 "
           DISPLAY (08, 01) "L = LISTAR DEPENDENTES                  "
           DISPLAY (09, 01) "ESC = VOLTA COD                         "
           DISPLAY (10, 01) "OPCAO: "
           ACCEPT (10, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "I" OR "i"
                   GO TO INC-DEPEND.
           IF W-OPCAO = "E" OR "e"
                   GO TO INA-DEPEND.
           IF W-OPCAO = "L" OR "l"
                   GO TO LISTA-DEPEND.
           MOVE "*** DIGITE APENAS I, E OU L ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ INCLUSAO DE UM DEPENDENTE ]------------------------
       INC-DEPEND.
           MOVE ZEROS TO W-SEQ
           DISPLAY (12, 01) "SEQUENCIA (01-99): "
           ACCEPT (12, 20) W-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-SEQ = ZEROS
              MOVE "*** SEQUENCIA NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DEPEND.
           MOVE COD   TO DEP-COD
           MOVE W-SEQ TO DEP-SEQ
           READ DEPEND
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** SEQUENCIA JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DEPEND.
           MOVE SPACES TO DEP-NOME
           DISPLAY (13, 01) "NOME DO DEPENDENTE: "
           ACCEPT (13, 21) DEP-NOME
           IF DEP-NOME = SPACES
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DEPEND.
      *    DATA DE NASCIMENTO: MES E DIA VALIDOS E NAO POSTERIOR A
      *    DATA DO DIA - E DELA QUE SAI O LIMITE DE IDADE DA COTA DE
      *    SALARIO-FAMILIA.
       INC-NASC.
           MOVE ZEROS TO DEP-DT-NASC
           DISPLAY (14, 01) "DATA DE NASCIMENTO (AAAAMMDD): "
           ACCEPT (14, 32) DEP-DT-NASC
           MOVE DEP-DT-NASC TO W-DT-TRAB-NUM
           IF W-DT-MES < 1 OR W-DT-MES > 12 OR W-DT-DIA < 1
              MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NASC.
           IF W-DT-DIA > TB-ULT-DIA(W-DT-MES)
              MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NASC.
           IF DEP-DT-NASC > W-DATA-TMP
              MOVE "*** NASCIMENTO POSTERIOR A DATA DO DIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NASC.
       INC-PARENTESCO.
           MOVE SPACES TO DEP-PARENTESCO
           DISPLAY (15, 01)
                   "PARENTESCO (F=FILHO E=ENTEADO C=CONJUGE P=PAIS "
           DISPLAY (15, 49) "O=OUTROS): "
           ACCEPT (15, 60) DEP-PARENTESCO
           IF DEP-PARENTESCO NOT = "F" AND "E" AND "C" AND "P" AND "O"
              MOVE "*** DIGITE APENAS F, E, C, P OU O ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PARENTESCO.
       INC-USA-IR.
           MOVE "S" TO DEP-USA-IR
           DISPLAY (16, 01) "DEDUZ NO IRRF (S/N): "
           ACCEPT (16, 22) DEP-USA-IR WITH UPDATE
           IF DEP-USA-IR NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-USA-IR.
      *    A COTA DE SALARIO-FAMILIA SO CABE A FILHO OU ENTEADO.
       INC-USA-SF.
           MOVE "N" TO DEP-USA-SF
           DISPLAY (17, 01) "RECEBE SALARIO-FAMILIA (S/N): "
           ACCEPT (17, 31) DEP-USA-SF WITH UPDATE
           IF DEP-USA-SF NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-USA-SF.
           IF DEP-RECEBE-SF AND NOT DEP-FILHO AND NOT DEP-ENTEADO
              MOVE "*** SALARIO-FAMILIA SO PARA FILHO/ENTEADO ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-USA-SF.
           MOVE "A" TO DEP-SITUACAO
           WRITE REGDEP
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DEPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** DEPENDENTE GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ INATIVACAO DE UM DEPENDENTE ]----------------------
      *    O REGISTRO NAO E APAGADO: FICA COMO HISTORICO, MAS DEIXA DE
      *    DEDUZIR NO IRRF E DE RECEBER COTA DE SALARIO-FAMILIA.
       INA-DEPEND.
           MOVE ZEROS TO W-SEQ
           DISPLAY (12, 01) "SEQUENCIA A INATIVAR: "
           ACCEPT (12, 23) W-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE COD   TO DEP-COD
           MOVE W-SEQ TO DEP-SEQ
           READ DEPEND
           IF ST-ERRO2 = "23"
              MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INA-DEPEND.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO DEPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "I" TO DEP-SITUACAO
           REWRITE REGDEP
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DEPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** DEPENDENTE INATIVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ LISTAGEM DOS DEPENDENTES DO FUNCIONARIO ]----------
       LISTA-DEPEND.
           MOVE "N" TO W-FIM-DEP
           MOVE 12  TO W-LIN
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-DEP
           END-START
           DISPLAY (11, 01)
                   "SQ NOME                           NASCIMENTO PAR"
           DISPLAY (11, 50) "IR SF SIT"
           PERFORM LISTA-PROX THRU LISTA-PROX-FIM
              UNTIL FIM-DEPEND
           IF W-LIN = 12
              MOVE "*** NENHUM DEPENDENTE PARA ESTA COD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (22, 01) "ENTER PARA CONTINUAR"
           ACCEPT (22, 25) W-OPCAO
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "DEPENDENTES DO FUNCIONARIO - CDF245"
           DISPLAY (04, 01) "NOME: "
           DISPLAY (04, 07) NOME
           GO TO R3.
       LISTA-PROX.
           READ DEPEND NEXT RECORD
              AT END MOVE "S" TO W-FIM-DEP
           END-READ
           IF FIM-DEPEND
              GO TO LISTA-PROX-FIM.
           IF DEP-COD NOT = COD
              MOVE "S" TO W-FIM-DEP
              GO TO LISTA-PROX-FIM.
           IF W-LIN > 21
              GO TO LISTA-PROX-FIM.
           DISPLAY (W-LIN, 01) DEP-SEQ
           DISPLAY (W-LIN, 04) DEP-NOME
           DISPLAY (W-LIN, 35) DEP-DT-NASC
           DISPLAY (W-LIN, 47) DEP-PARENTESCO
           DISPLAY (W-LIN, 50) DEP-USA-IR
           DISPLAY (W-LIN, 53) DEP-USA-SF
           DISPLAY (W-LIN, 56) DEP-SITUACAO
           ADD 1 TO W-LIN.
       LISTA-PROX-FIM.
                EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPAG.
           CLOSE DEPEND.
           CLOSE OPERAD.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
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
