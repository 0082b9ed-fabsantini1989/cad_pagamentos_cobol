       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF249.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    AFASTAMENTOS DO FUNCIONARIO - CDF249    *
      ***********************************************
      *----------------------------------------------------------------
      *   MANUTENCAO DO REGISTRO DE AFASTAMENTOS (AFASTA.DAT, VER
      *   AFAPAG), NO MESMO MOLDE DO CADASTRO DE DEPENDENTES (CDF245).
      *   PARA CADA COD O OPERADOR PODE:
      *   - I = INCLUIR UM AFASTAMENTO: DATA DE INICIO, MOTIVO
      *     (D=DOENCA A=ACIDENTE DE TRABALHO M=LICENCA-MATERNIDADE
      *     S=SERVICO MILITAR N=LICENCA NAO REMUNERADA) E A DATA
      *     PREVISTA DE RETORNO. SO UM AFASTAMENTO EM ABERTO POR
      *     FUNCIONARIO, E O NOVO NAO PODE COMECAR ANTES DO RETORNO
      *     DO ANTERIOR;
      *   - R = REGISTRAR O RETORNO EFETIVO DO AFASTAMENTO EM ABERTO;
      *   - E = EXCLUIR UM AFASTAMENTO LANCADO POR ENGANO;
      *   - L = LISTAR OS AFASTAMENTOS DO FUNCIONARIO.
      *   O PROGRAMA SO REGISTRA AS DATAS: A SITUACAO NO CADPAG, O
      *   DESCONTO DOS DIAS NA FOLHA E O AJUSTE DOS PERIODOS DE
      *   FERIAS SAO FEITOS PELO CDF250, E O 13o E A RESCISAO LEEM
      *   O AFASTA.DAT DIRETO (CDF234/CDF238).
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
       SELECT AFASTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           COPY REGPAG.
       FD AFASTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFASTA.DAT".
           COPY AFAPAG.
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
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-LOGIN-SENHA  PIC X(08) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(70) VALUE SPACES.
       77 W-FIM-AFA      PIC X(01) VALUE "N".
           88 FIM-AFASTA          VALUE "S".
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-DT-INI       PIC 9(08) VALUE ZEROS.
       77 W-DT-INFORMADA PIC 9(08) VALUE ZEROS.
       77 W-MOTIVO       PIC X(01) VALUE SPACES.
       77 W-DATA-OK      PIC X(01) VALUE "N".
           88 DATA-VALIDA         VALUE "S".
      *----[ SITUACAO DOS AFASTAMENTOS JA REGISTRADOS DA COD ]---------
       77 W-TEM-ABERTO   PIC X(01) VALUE "N".
           88 TEM-ABERTO          VALUE "S".
       77 W-INI-ABERTO   PIC 9(08) VALUE ZEROS.
       77 W-ULT-RETORNO  PIC 9(08) VALUE ZEROS.
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
      *------------[ ABERTURA DO REGISTRO DE AFASTAMENTOS ]-------------
       R0-AFASTA.
           OPEN I-O AFASTA
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 OPEN OUTPUT AFASTA
                 CLOSE AFASTA
                 MOVE "*** ARQUIVO AFASTA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-AFASTA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO AFASTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPAG
                 GO TO ROT-FIM-SEM-ARQ
           ELSE
                 NEXT SENTENCE.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPERAD.
           OPEN I-O OPERAD
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OPERAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAG AFASTA
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
           DISPLAY (01, 01) "AFASTAMENTOS DO FUNCIONARIO - CDF249".
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
           DISPLAY (06, 01) "I = INCLUIR AFASTAMENTO                 "
           DISPLAY (07, 01) "R = REGISTRAR RETORNO                   "
           DISPLAY (08, 01) "E = EXCLUIR AFASTAMENTO                 "
           DISPLAY (09, 01) "L = LISTAR AFASTAMENTOS                 "
           DISPLAY (10, 01) "ESC = VOLTA COD                         "
           DISPLAY (11, 01) "OPCAO: "
           ACCEPT (11, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "I" OR "i"
                   GO TO INC-AFAST.
           IF W-OPCAO = "R" OR "r"
                   GO TO RET-AFAST.
           IF W-OPCAO = "E" OR "e"
                   GO TO EXC-AFAST.
           IF W-OPCAO = "L" OR "l"
                   GO TO LISTA-AFAST.
           MOVE "*** DIGITE APENAS I, R, E OU L ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ INCLUSAO DE UM AFASTAMENTO ]-----------------------
      *    DESLIGADO NAO SE AFASTA, E SO CABE UM AFASTAMENTO EM ABERTO
      *    POR VEZ: O ANTERIOR PRECISA TER O RETORNO REGISTRADO.
       INC-AFAST.
           IF FUNC-DESLIGADO
              MOVE "*** FUNCIONARIO DESLIGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM BUSCA-AFASTAMENTOS THRU BUSCA-AFASTAMENTOS-FIM
           IF TEM-ABERTO
              MOVE "*** JA EXISTE AFASTAMENTO SEM RETORNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       INC-INICIO.
           MOVE ZEROS TO W-DT-INI
           DISPLAY (13, 01) "INICIO DO AFASTAMENTO (AAAAMMDD): "
           ACCEPT (13, 35) W-DT-INI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-DT-INI TO W-DT-TRAB-NUM
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF NOT DATA-VALIDA
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-INICIO.
           IF W-DT-INI < DT-ADMISSAO
              MOVE "*** INICIO ANTERIOR A ADMISSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-INICIO.
           IF W-DT-INI < W-ULT-RETORNO
              MOVE "*** INICIO ANTES DO ULTIMO RETORNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-INICIO.
       INC-MOTIVO.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (14, 01)
                   "MOTIVO (D=DOENCA A=ACIDENTE M=MATERNIDADE "
           DISPLAY (14, 43) "S=MILITAR N=NAO REMUN): "
           ACCEPT (14, 67) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-INICIO.
           IF W-MOTIVO NOT = "D" AND "A" AND "M" AND "S" AND "N"
              MOVE "*** DIGITE APENAS D, A, M, S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MOTIVO.
      *    PREVISAO ZERADA = RETORNO INDETERMINADO (EX.: AGUARDANDO
      *    PERICIA DO INSS).
       INC-PREVISAO.
           MOVE ZEROS TO W-DT-INFORMADA
           DISPLAY (15, 01) "PREVISAO DE RETORNO (AAAAMMDD): "
           ACCEPT (15, 33) W-DT-INFORMADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-MOTIVO.
           IF W-DT-INFORMADA NOT = ZEROS
              MOVE W-DT-INFORMADA TO W-DT-TRAB-NUM
              PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
              IF NOT DATA-VALIDA OR W-DT-INFORMADA NOT > W-DT-INI
                 MOVE "*** PREVISAO INVALIDA OU ANTES DO INICIO ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-PREVISAO.
           MOVE COD            TO AFA-COD
           MOVE W-DT-INI       TO AFA-DT-INI
           MOVE W-DT-INFORMADA TO AFA-DT-PREV-RET
           MOVE ZEROS          TO AFA-DT-RETORNO
           MOVE W-MOTIVO       TO AFA-MOTIVO
           MOVE W-OPERADOR     TO AFA-OPERADOR
           MOVE W-DATA-HOJE    TO AFA-DATA-REG
           WRITE REGAFA
           IF ST-ERRO2 = "22"
              MOVE "*** AFASTAMENTO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-INICIO.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO AFASTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** AFASTAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           GO TO R3.
      *
      *------------[ RETORNO DO AFASTAMENTO EM ABERTO ]-----------------
      *    O RETORNO E O PRIMEIRO DIA DE VOLTA AO TRABALHO E PODE SER
      *    INFORMADO COM ANTECEDENCIA (ALTA JA MARCADA PELO INSS).
       RET-AFAST.
           PERFORM BUSCA-AFASTAMENTOS THRU BUSCA-AFASTAMENTOS-FIM
           IF NOT TEM-ABERTO
              MOVE "*** NENHUM AFASTAMENTO EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE COD          TO AFA-COD
           MOVE W-INI-ABERTO TO AFA-DT-INI
           READ AFASTA
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO AFASTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (13, 01) "AFASTADO DESDE: "
           DISPLAY (13, 17) AFA-DT-INI
           DISPLAY (13, 27) "MOTIVO: "
           DISPLAY (13, 35) AFA-MOTIVO
           DISPLAY (13, 38) "PREVISAO: "
           DISPLAY (13, 48) AFA-DT-PREV-RET.
       RET-DATA.
           MOVE ZEROS TO W-DT-INFORMADA
           DISPLAY (14, 01) "DATA DO RETORNO (AAAAMMDD): "
           ACCEPT (14, 29) W-DT-INFORMADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-DT-INFORMADA TO W-DT-TRAB-NUM
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF NOT DATA-VALIDA OR W-DT-INFORMADA NOT > AFA-DT-INI
              MOVE "*** RETORNO INVALIDO OU ANTES DO INICIO ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RET-DATA.
           MOVE W-DT-INFORMADA TO AFA-DT-RETORNO
           MOVE W-OPERADOR     TO AFA-OPERADOR
           MOVE W-DATA-HOJE    TO AFA-DATA-REG
           REWRITE REGAFA
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO AFASTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** RETORNO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           GO TO R3.
      *
      *------------[ EXCLUSAO DE UM AFASTAMENTO LANCADO POR ENGANO ]----
       EXC-AFAST.
           MOVE ZEROS TO W-DT-INI
           DISPLAY (13, 01) "INICIO DO AFASTAMENTO A EXCLUIR: "
           ACCEPT (13, 34) W-DT-INI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE COD      TO AFA-COD
           MOVE W-DT-INI TO AFA-DT-INI
           READ AFASTA
           IF ST-ERRO2 = "23"
              MOVE "*** AFASTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-AFAST.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO AFASTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (14, 01) "MOTIVO: "
           DISPLAY (14, 09) AFA-MOTIVO
           DISPLAY (14, 12) "RETORNO: "
           DISPLAY (14, 21) AFA-DT-RETORNO
           DISPLAY (15, 01) "CONFIRMA A EXCLUSAO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (15, 28) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
              GO TO R3.
           DELETE AFASTA RECORD
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO AFASTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** AFASTAMENTO EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           GO TO R3.
      *
      *------------[ LOCALIZA O AFASTAMENTO EM ABERTO E O RETORNO ]-----
      *    PERCORRE OS AFASTAMENTOS DA COD GUARDANDO O QUE AINDA NAO
      *    TEM RETORNO E A MAIOR DATA DE RETORNO JA REGISTRADA.
       BUSCA-AFASTAMENTOS.
           MOVE "N" TO W-TEM-ABERTO
           MOVE "N" TO W-FIM-AFA
           MOVE ZEROS TO W-INI-ABERTO W-ULT-RETORNO
           MOVE COD   TO AFA-COD
           MOVE ZEROS TO AFA-DT-INI
           START AFASTA KEY IS NOT LESS THAN AFA-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-AFA
           END-START
           PERFORM BUSCA-AFA-PROX THRU BUSCA-AFA-PROX-FIM
              UNTIL FIM-AFASTA.
       BUSCA-AFASTAMENTOS-FIM.
                EXIT.
       BUSCA-AFA-PROX.
           READ AFASTA NEXT RECORD
              AT END MOVE "S" TO W-FIM-AFA
           END-READ
           IF FIM-AFASTA
              GO TO BUSCA-AFA-PROX-FIM.
           IF AFA-COD NOT = COD
              MOVE "S" TO W-FIM-AFA
              GO TO BUSCA-AFA-PROX-FIM.
           IF AFA-DT-RETORNO = ZEROS
              MOVE "S" TO W-TEM-ABERTO
              MOVE AFA-DT-INI TO W-INI-ABERTO
           ELSE
              IF AFA-DT-RETORNO > W-ULT-RETORNO
                 MOVE AFA-DT-RETORNO TO W-ULT-RETORNO.
       BUSCA-AFA-PROX-FIM.
                EXIT.
      *
      *------------[ LISTAGEM DOS AFASTAMENTOS DO FUNCIONARIO ]---------
       LISTA-AFAST.
           MOVE "N" TO W-FIM-AFA
           MOVE 13  TO W-LIN
           MOVE COD   TO AFA-COD
           MOVE ZEROS TO AFA-DT-INI
           START AFASTA KEY IS NOT LESS THAN AFA-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-AFA
           END-START
           DISPLAY (12, 01)
                   "INICIO   MOT PREVISAO RETORNO  OPERADOR"
           PERFORM LISTA-PROX THRU LISTA-PROX-FIM
              UNTIL FIM-AFASTA
           IF W-LIN = 13
              MOVE "*** NENHUM AFASTAMENTO PARA ESTA COD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (22, 01) "ENTER PARA CONTINUAR"
           ACCEPT (22, 25) W-OPCAO
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "AFASTAMENTOS DO FUNCIONARIO - CDF249"
           DISPLAY (04, 01) "NOME: "
           DISPLAY (04, 07) NOME
           GO TO R3.
       LISTA-PROX.
           READ AFASTA NEXT RECORD
              AT END MOVE "S" TO W-FIM-AFA
           END-READ
           IF FIM-AFASTA
              GO TO LISTA-PROX-FIM.
           IF AFA-COD NOT = COD
              MOVE "S" TO W-FIM-AFA
              GO TO LISTA-PROX-FIM.
           IF W-LIN > 21
              GO TO LISTA-PROX-FIM.
           DISPLAY (W-LIN, 01) AFA-DT-INI
           DISPLAY (W-LIN, 11) AFA-MOTIVO
           DISPLAY (W-LIN, 14) AFA-DT-PREV-RET
           DISPLAY (W-LIN, 23) AFA-DT-RETORNO
           DISPLAY (W-LIN, 33) AFA-OPERADOR
           ADD 1 TO W-LIN.
       LISTA-PROX-FIM.
                EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPAG.
           CLOSE AFASTA.
           CLOSE OPERAD.
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
