       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF257.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    ORCAMENTO DE PESSOAL POR DEPTO - CDF257 *
      ***********************************************
      *----------------------------------------------------------------
      *   MANUTENCAO DO ORCAMENTO DE PESSOAL (ORCADO.DAT, VER ORCPAG),
      *   UM REGISTRO POR DEPARTAMENTO E COMPETENCIA. O DEPARTAMENTO
      *   TEM QUE CONSTAR ATIVO NO DEPTOS.DAT. O OPERADOR INFORMA O
      *   QUADRO ORCADO, A FOLHA BRUTA E OS ENCARGOS; ENCARGOS ZERADOS
      *   SAO CALCULADOS SOBRE A FOLHA BRUTA PELAS MESMAS ALIQUOTAS QUE
      *   O CDF258 USA NO REALIZADO (INSS PATRONAL, RAT, TERCEIROS E
      *   FGTS). A - GRAVA (INCLUI OU ALTERA), R - REPETE O ORCAMENTO
      *   DA COMPETENCIA NOS MESES SEGUINTES ATE DEZEMBRO (PARA O
      *   ORCAMENTO ANUAL NAO TER QUE SER DIGITADO MES A MES) E
      *   E - EXCLUI. O COMPARATIVO COM O REALIZADO E DO CDF258.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEPTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPT-COD
                    FILE STATUS  IS ST-ERRO.
       SELECT ORCADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD DEPTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPTOS.DAT".
           COPY DEPTOS.
       FD ORCADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCADO.DAT".
           COPY ORCPAG.
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
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-LOGIN-SENHA  PIC X(08) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(70) VALUE SPACES.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-TEM-REG      PIC X(01) VALUE "N".
           88 TEM-REGISTRO        VALUE "S".
       01 W-COMPETENCIA.
           05 W-ANOMES        PIC 9(06) VALUE ZEROS.
           05 FILLER REDEFINES W-ANOMES.
               10 W-ANO       PIC 9(04).
               10 W-MES       PIC 9(02).
      *----[ REPETICAO DO ORCAMENTO NOS MESES SEGUINTES ]---------------
       77 W-MES-REP      PIC 9(02) VALUE ZEROS.
       77 W-QTD-REP      PIC 9(02) VALUE ZEROS.
       77 W-REP-QTD      PIC 9(05) VALUE ZEROS.
       77 W-REP-BRUTO    PIC 9(11) VALUE ZEROS.
       77 W-REP-ENCARGOS PIC 9(11) VALUE ZEROS.
      *----[ ENCARGOS SOBRE A FOLHA - MESMAS ALIQUOTAS DO CDF258 ]------
       77 ALIQ-INSS-PATRONAL  PIC 9(02)V9(02) VALUE 20,00.
       77 ALIQ-RAT            PIC 9(02)V9(02) VALUE 2,00.
       77 ALIQ-TERCEIROS      PIC 9(02)V9(02) VALUE 5,80.
       77 ALIQ-FGTS           PIC 9(02)V9(02) VALUE 8,00.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       R0.
           OPEN INPUT DEPTOS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DEPTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DO ORCAMENTO DE PESSOAL ]-----------------
       R0-ORCADO.
           OPEN I-O ORCADO
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 OPEN OUTPUT ORCADO
                 CLOSE ORCADO
                 MOVE "*** ARQUIVO ORCADO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-ORCADO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ORCADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE DEPTOS
                 GO TO ROT-FIM-SEM-ARQ
           ELSE
                 NEXT SENTENCE.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPERAD.
           OPEN INPUT OPERAD
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OPERAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DEPTOS ORCADO
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
      *-------------[ ENTRADA DO DEPARTAMENTO ]-------------------------
       R1.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "ORCAMENTO DE PESSOAL POR DEPTO - CDF257".
       R2.
           DISPLAY (03, 01) "DEPARTAMENTO (ESC=SAIR): "
           MOVE ZEROS TO DPT-COD
           ACCEPT (03, 26) DPT-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DPT-COD = ZEROS
                   MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           READ DEPTOS
           IF ST-ERRO = "23"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO DEPTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF NOT DPT-ATIVO
              MOVE "*** DEPARTAMENTO INATIVO NO DEPTOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 32) DPT-NOME.
      *-------------[ ENTRADA DA COMPETENCIA ]--------------------------
       R2-COMPET.
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM):   "
           ACCEPT (04, 26) W-ANOMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ANO < 2000 OR W-MES < 01 OR W-MES > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-COMPET.
      *-------------[ MENU DE FUNCOES DO ORCAMENTO ]--------------------
       R3.
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           PERFORM LE-ORC THRU LE-ORC-FIM
           PERFORM MOSTRA-ORC THRU MOSTRA-ORC-FIM
           DISPLAY (10, 01) "A = GRAVAR ORCAMENTO (INCLUI/ALTERA)    "
           DISPLAY (11, 01) "R = REPETIR ESTE ORCAMENTO ATE DEZEMBRO  "
           DISPLAY (12, 01) "E = EXCLUIR ORCAMENTO                   "
           DISPLAY (13, 01) "ESC = VOLTA DEPARTAMENTO                "
           DISPLAY (15, 01) "OPCAO: "
           ACCEPT (15, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "A" OR "a"
                   GO TO ALT-QTD.
           IF W-OPCAO = "R" OR "r"
                   GO TO REP-ORC.
           IF W-OPCAO = "E" OR "e"
                   GO TO EXC-ORC.
           MOVE "*** DIGITE APENAS A, R OU E ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ DIGITACAO DO ORCAMENTO ]---------------------------
      *    OS CAMPOS JA VEM PREENCHIDOS COM O QUE ESTA GRAVADO.
       ALT-QTD.
           DISPLAY (17, 01) "QUADRO ORCADO (FUNCIONARIOS): "
           ACCEPT (17, 36) ORC-QTD-FUNC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       ALT-BRUTO.
           DISPLAY (18, 01) "FOLHA BRUTA ORCADA: "
           ACCEPT (18, 36) ORC-BRUTO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-QTD.
           IF ORC-QTD-FUNC > ZEROS AND ORC-BRUTO = ZEROS
              MOVE "*** QUADRO ORCADO SEM FOLHA BRUTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-BRUTO.
       ALT-ENCARGOS.
           DISPLAY (19, 01) "ENCARGOS ORCADOS (ZERO=CALCULA): "
           ACCEPT (19, 36) ORC-ENCARGOS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-BRUTO.
           IF ORC-ENCARGOS = ZEROS
              COMPUTE ORC-ENCARGOS ROUNDED = ORC-BRUTO *
                  (ALIQ-INSS-PATRONAL + ALIQ-RAT + ALIQ-TERCEIROS
                   + ALIQ-FGTS) / 100
              DISPLAY (19, 36) ORC-ENCARGOS.
      *
      *------------[ GRAVACAO DO REGISTRO ]-----------------------------
       ALT-GRAVA.
           MOVE DPT-COD     TO ORC-DP
           MOVE W-ANOMES    TO ORC-ANOMES
           MOVE W-OPERADOR  TO ORC-OPERADOR
           MOVE W-DATA-HOJE TO ORC-DATA-REG
           IF TEM-REGISTRO
              REWRITE REGORC
           ELSE
              WRITE REGORC.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ORCADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ORCAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ REPETICAO NOS MESES SEGUINTES DO ANO ]-------------
      *    SOBRESCREVE O QUE JA ESTIVER GRAVADO NOS MESES SEGUINTES.
       REP-ORC.
           IF NOT TEM-REGISTRO
              MOVE "*** GRAVE ANTES O ORCAMENTO DO MES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-MES = 12
              MOVE "*** DEZEMBRO - NAO HA MES SEGUINTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (17, 01) "REPETE ATE DEZEMBRO SOBRESCREVENDO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (17, 44) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R3.
           MOVE ORC-QTD-FUNC TO W-REP-QTD
           MOVE ORC-BRUTO    TO W-REP-BRUTO
           MOVE ORC-ENCARGOS TO W-REP-ENCARGOS
           MOVE ZEROS        TO W-QTD-REP
           MOVE W-MES        TO W-MES-REP.
       REP-ORC-PROX.
           ADD 1 TO W-MES-REP
           MOVE DPT-COD TO ORC-DP
           COMPUTE ORC-ANOMES = W-ANO * 100 + W-MES-REP
           READ ORCADO
           MOVE W-REP-QTD      TO ORC-QTD-FUNC
           MOVE W-REP-BRUTO    TO ORC-BRUTO
           MOVE W-REP-ENCARGOS TO ORC-ENCARGOS
           MOVE W-OPERADOR     TO ORC-OPERADOR
           MOVE W-DATA-HOJE    TO ORC-DATA-REG
           IF ST-ERRO2 = "00" OR "02"
              REWRITE REGORC
           ELSE
              WRITE REGORC.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ORCADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-REP
           IF W-MES-REP < 12
              GO TO REP-ORC-PROX.
           MOVE SPACES TO MENS
           STRING "*** ORCAMENTO REPETIDO EM " W-QTD-REP " MESES ***"
              DELIMITED BY SIZE INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ EXCLUSAO DO REGISTRO ]-----------------------------
       EXC-ORC.
           IF NOT TEM-REGISTRO
              MOVE "*** SEM ORCAMENTO PARA A COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (17, 01) "CONFIRMA A EXCLUSAO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (17, 28) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R3.
           DELETE ORCADO RECORD
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO ORCADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ORCAMENTO EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *----------[ REGISTRO DA COMPETENCIA OU VALORES INICIAIS ]--------
       LE-ORC.
           MOVE DPT-COD  TO ORC-DP
           MOVE W-ANOMES TO ORC-ANOMES
           READ ORCADO
           IF ST-ERRO2 = "00" OR "02"
              MOVE "S" TO W-TEM-REG
              GO TO LE-ORC-FIM.
           MOVE "N" TO W-TEM-REG
           MOVE ZEROS  TO ORC-QTD-FUNC ORC-BRUTO ORC-ENCARGOS
                          ORC-DATA-REG
           MOVE SPACES TO ORC-OPERADOR.
       LE-ORC-FIM.
                EXIT.
      *
      *----------[ MOSTRA O QUE ESTA GRAVADO NAS LINHAS 06 A 08 ]-------
       MOSTRA-ORC.
           IF NOT TEM-REGISTRO
              DISPLAY (06, 01) "*** SEM ORCAMENTO NA COMPETENCIA ***"
              GO TO MOSTRA-ORC-FIM.
           DISPLAY (06, 01) "QUADRO ORCADO    : "
           DISPLAY (06, 20) ORC-QTD-FUNC
           DISPLAY (06, 40) "GRAVADO POR: "
           DISPLAY (06, 53) ORC-OPERADOR
           DISPLAY (07, 01) "FOLHA BRUTA      : "
           DISPLAY (07, 20) ORC-BRUTO
           DISPLAY (07, 40) "EM         : "
           DISPLAY (07, 53) ORC-DATA-REG
           DISPLAY (08, 01) "ENCARGOS         : "
           DISPLAY (08, 20) ORC-ENCARGOS.
       MOSTRA-ORC-FIM.
                EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE DEPTOS.
           CLOSE ORCADO.
           CLOSE OPERAD.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
      *
      *----------[ LIMPA AS LINHAS DE VALORES E DE DIGITACAO ]----------
       LIMPA-MENU.
           MOVE 06 TO W-LIN.
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
