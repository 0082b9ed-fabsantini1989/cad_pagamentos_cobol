       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF253.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    VALE-TRANSPORTE E REFEICAO - CDF253     *
      ***********************************************
      *----------------------------------------------------------------
      *   MANUTENCAO DO CADASTRO DE BENEFICIOS (BENEF.DAT, VER BENPAG),
      *   UM REGISTRO POR COD. O OPERADOR INFORMA:
      *   - VALE-TRANSPORTE: RECUSA (S/N) OU, SE O FUNCIONARIO USA, AS
      *     LINHAS DO TRAJETO (ATE 4, COM TARIFA E VIAGENS POR DIA) OU
      *     UMA DIARIA FIXA;
      *   - VALE-REFEICAO: RECUSA (S/N) OU O VALOR POR DIA TRABALHADO.
      *   A - GRAVA (INCLUI OU ALTERA) E E - EXCLUI O REGISTRO; SEM
      *   REGISTRO O FUNCIONARIO VOLTA PARA A DIGITACAO MANUAL DOS
      *   EVENTOS 102/103 NO CDF228. O CALCULO DO MES E DO CDF254.
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
       SELECT BENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEN-COD
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
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           COPY REGPAG.
       FD BENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BENEF.DAT".
           COPY BENPAG.
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
       77 W-IX           PIC 9(01) VALUE ZEROS.
       77 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-TEM-REG      PIC X(01) VALUE "N".
           88 TEM-REGISTRO        VALUE "S".
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
      *------------[ ABERTURA DO CADASTRO DE BENEFICIOS ]---------------
       R0-BENEF.
           OPEN I-O BENEF
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 OPEN OUTPUT BENEF
                 CLOSE BENEF
                 MOVE "*** ARQUIVO BENEF FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-BENEF
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO BENEF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPAG
                 GO TO ROT-FIM-SEM-ARQ
           ELSE
                 NEXT SENTENCE.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPERAD.
           OPEN I-O OPERAD
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO OPERAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAG BENEF
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
           DISPLAY (01, 01) "VALE-TRANSPORTE E REFEICAO - CDF253".
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
           PERFORM LIMPA-MENU THRU LIMPA-MENU-FIM
           PERFORM LE-BENEF THRU LE-BENEF-FIM
           PERFORM MOSTRA-BENEF THRU MOSTRA-BENEF-FIM
           DISPLAY (06, 01) "A = GRAVAR BENEFICIOS (INCLUI/ALTERA)  "
           DISPLAY (07, 01) "E = EXCLUIR BENEFICIOS                  "
           DISPLAY (08, 01) "ESC = VOLTA COD                         "
           DISPLAY (10, 01) "OPCAO: "
           ACCEPT (10, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "A" OR "a"
                   GO TO ALT-RECUSA-VT.
           IF W-OPCAO = "E" OR "e"
                   GO TO EXC-BENEF.
           MOVE "*** DIGITE APENAS A OU E ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ DIGITACAO DO VALE-TRANSPORTE ]---------------------
      *    OS CAMPOS JA VEM PREENCHIDOS COM O QUE ESTA GRAVADO.
       ALT-RECUSA-VT.
           DISPLAY (12, 01) "RECUSA O VALE-TRANSPORTE (S/N): "
           ACCEPT (12, 33) BEN-RECUSA-VT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF BEN-RECUSA-VT = "s"
              MOVE "S" TO BEN-RECUSA-VT.
           IF BEN-RECUSA-VT = "n"
              MOVE "N" TO BEN-RECUSA-VT.
           IF BEN-RECUSA-VT NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-RECUSA-VT.
           IF BEN-SEM-VT
              MOVE SPACES TO BEN-VT-TIPO
              PERFORM ZERA-LINHAS THRU ZERA-LINHAS-FIM
              MOVE ZEROS  TO BEN-VT-DIARIA
              GO TO ALT-RECUSA-VR.
       ALT-VT-TIPO.
           DISPLAY (13, 01) "VT POR L=LINHAS DO TRAJETO / D=DIARIA: "
           ACCEPT (13, 40) BEN-VT-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-RECUSA-VT.
           IF BEN-VT-TIPO = "l"
              MOVE "L" TO BEN-VT-TIPO.
           IF BEN-VT-TIPO = "d"
              MOVE "D" TO BEN-VT-TIPO.
           IF BEN-VT-TIPO NOT = "L" AND "D"
              MOVE "*** DIGITE APENAS L OU D ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-VT-TIPO.
           IF BEN-VT-LINHAS
              MOVE ZEROS TO BEN-VT-DIARIA
              MOVE 1 TO W-IX
              GO TO ALT-LINHA.
           PERFORM ZERA-LINHAS THRU ZERA-LINHAS-FIM.
       ALT-DIARIA.
           DISPLAY (14, 01) "DIARIA DO VT (999999 = 9999,99): "
           ACCEPT (14, 34) BEN-VT-DIARIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-VT-TIPO.
           IF BEN-VT-DIARIA = ZEROS
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-DIARIA.
           GO TO ALT-RECUSA-VR.
      *
      *------------[ LINHAS DO TRAJETO - LINHA EM BRANCO ENCERRA ]------
       ALT-LINHA.
           COMPUTE W-LIN = 14 + W-IX
           DISPLAY (W-LIN, 01) "LINHA   :"
           DISPLAY (W-LIN, 07) W-IX
           ACCEPT (W-LIN, 11) BEN-LIN-COD(W-IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-VT-TIPO.
           IF BEN-LIN-COD(W-IX) = SPACES
              IF W-IX = 1
                 MOVE "*** INFORME AO MENOS UMA LINHA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ALT-LINHA
              ELSE
                 PERFORM LIMPA-LINHAS-RESTO THRU
                         LIMPA-LINHAS-RESTO-FIM
                 GO TO ALT-RECUSA-VR.
       ALT-TARIFA.
           DISPLAY (W-LIN, 23) "TARIFA (99999 = 999,99): "
           ACCEPT (W-LIN, 48) BEN-LIN-TARIFA(W-IX) WITH UPDATE
           IF BEN-LIN-TARIFA(W-IX) = ZEROS
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-TARIFA.
       ALT-VIAGENS.
           DISPLAY (W-LIN, 55) "VIAGENS/DIA: "
           ACCEPT (W-LIN, 68) BEN-LIN-VIAGENS(W-IX) WITH UPDATE
           IF BEN-LIN-VIAGENS(W-IX) = ZEROS
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-VIAGENS.
           IF W-IX < 4
              ADD 1 TO W-IX
              GO TO ALT-LINHA.
      *
      *------------[ DIGITACAO DO VALE-REFEICAO ]-----------------------
       ALT-RECUSA-VR.
           DISPLAY (19, 01) "RECUSA O VALE-REFEICAO (S/N): "
           ACCEPT (19, 31) BEN-RECUSA-VR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-RECUSA-VT.
           IF BEN-RECUSA-VR = "s"
              MOVE "S" TO BEN-RECUSA-VR.
           IF BEN-RECUSA-VR = "n"
              MOVE "N" TO BEN-RECUSA-VR.
           IF BEN-RECUSA-VR NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-RECUSA-VR.
           IF BEN-SEM-VR
              MOVE ZEROS TO BEN-VR-DIARIA
              GO TO ALT-GRAVA.
       ALT-VR-DIARIA.
           DISPLAY (20, 01) "VALOR DIARIO DO VR (999999 = 9999,99): "
           ACCEPT (20, 40) BEN-VR-DIARIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ALT-RECUSA-VR.
           IF BEN-VR-DIARIA = ZEROS
              MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-VR-DIARIA.
      *
      *------------[ GRAVACAO DO REGISTRO ]-----------------------------
       ALT-GRAVA.
           MOVE COD         TO BEN-COD
           MOVE W-OPERADOR  TO BEN-OPERADOR
           MOVE W-DATA-HOJE TO BEN-DATA-REG
           IF TEM-REGISTRO
              REWRITE REGBEN
           ELSE
              WRITE REGBEN.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO BENEF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** BENEFICIOS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ EXCLUSAO DO REGISTRO ]-----------------------------
       EXC-BENEF.
           IF NOT TEM-REGISTRO
              MOVE "*** COD SEM BENEFICIOS CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (12, 01) "CONFIRMA A EXCLUSAO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (12, 28) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R3.
           DELETE BENEF RECORD
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO BENEF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** BENEFICIOS EXCLUIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *----------[ REGISTRO DA COD OU VALORES INICIAIS ]----------------
       LE-BENEF.
           MOVE COD TO BEN-COD
           READ BENEF
           IF ST-ERRO2 = "00" OR "02"
              MOVE "S" TO W-TEM-REG
              GO TO LE-BENEF-FIM.
           MOVE "N" TO W-TEM-REG
           MOVE ZEROS TO BEN-VT-DIARIA BEN-VR-DIARIA BEN-DATA-REG
           MOVE "N" TO BEN-RECUSA-VT BEN-RECUSA-VR
           MOVE "D" TO BEN-VT-TIPO
           MOVE SPACES TO BEN-OPERADOR
           PERFORM ZERA-LINHAS THRU ZERA-LINHAS-FIM.
       LE-BENEF-FIM.
                EXIT.
      *
      *----------[ MOSTRA O QUE ESTA GRAVADO NAS LINHAS 12 A 20 ]-------
       MOSTRA-BENEF.
           IF NOT TEM-REGISTRO
              DISPLAY (05, 01) "*** SEM BENEFICIOS CADASTRADOS ***"
              GO TO MOSTRA-BENEF-FIM.
           DISPLAY (05, 01) "                                  "
           DISPLAY (12, 01) "RECUSA O VALE-TRANSPORTE (S/N): "
           DISPLAY (12, 33) BEN-RECUSA-VT
           DISPLAY (13, 01) "VT POR L=LINHAS DO TRAJETO / D=DIARIA: "
           DISPLAY (13, 40) BEN-VT-TIPO
           DISPLAY (14, 01) "DIARIA DO VT (999999 = 9999,99): "
           DISPLAY (14, 34) BEN-VT-DIARIA
           MOVE 1 TO W-IX.
       MOSTRA-LINHA.
           IF BEN-LIN-COD(W-IX) NOT = SPACES
              COMPUTE W-LIN = 14 + W-IX
              DISPLAY (W-LIN, 01) "LINHA   :"
              DISPLAY (W-LIN, 07) W-IX
              DISPLAY (W-LIN, 11) BEN-LIN-COD(W-IX)
              DISPLAY (W-LIN, 23) "TARIFA (99999 = 999,99): "
              DISPLAY (W-LIN, 48) BEN-LIN-TARIFA(W-IX)
              DISPLAY (W-LIN, 55) "VIAGENS/DIA: "
              DISPLAY (W-LIN, 68) BEN-LIN-VIAGENS(W-IX).
           IF W-IX < 4
              ADD 1 TO W-IX
              GO TO MOSTRA-LINHA.
           DISPLAY (19, 01) "RECUSA O VALE-REFEICAO (S/N): "
           DISPLAY (19, 31) BEN-RECUSA-VR
           DISPLAY (20, 01) "VALOR DIARIO DO VR (999999 = 9999,99): "
           DISPLAY (20, 40) BEN-VR-DIARIA.
       MOSTRA-BENEF-FIM.
                EXIT.
      *
      *----------[ LIMPA AS 4 LINHAS DO TRAJETO ]-----------------------
       ZERA-LINHAS.
           MOVE 1 TO W-IX.
       ZERA-LINHAS-PROX.
           MOVE SPACES TO BEN-LIN-COD(W-IX)
           MOVE ZEROS  TO BEN-LIN-TARIFA(W-IX) BEN-LIN-VIAGENS(W-IX)
           IF W-IX < 4
              ADD 1 TO W-IX
              GO TO ZERA-LINHAS-PROX.
       ZERA-LINHAS-FIM.
                EXIT.
      *
      *----------[ LIMPA AS LINHAS DO TRAJETO APOS A EM BRANCO ]--------
       LIMPA-LINHAS-RESTO.
           MOVE SPACES TO BEN-LIN-COD(W-IX)
           MOVE ZEROS  TO BEN-LIN-TARIFA(W-IX) BEN-LIN-VIAGENS(W-IX)
           COMPUTE W-LIN = 14 + W-IX
           DISPLAY (W-LIN, 01) LIMPA
           IF W-IX < 4
              ADD 1 TO W-IX
              GO TO LIMPA-LINHAS-RESTO.
       LIMPA-LINHAS-RESTO-FIM.
                EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPAG.
           CLOSE BENEF.
           CLOSE OPERAD.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
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
