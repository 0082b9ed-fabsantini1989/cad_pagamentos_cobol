       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDF256.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      *    APROVACAO DE TROCA BANCARIA - CDF256    *
      ***********************************************
      *----------------------------------------------------------------
      *   PERCORRE OS PEDIDOS PENDENTES DE TROCA DE BANCO/AGENCIA/
      *   CONTA/DAC (PENDBCO.DAT, VER PBCPAG) FEITOS NO CDF222 (CONTA
      *   DO FUNCIONARIO) E NO CDF240 (CONTA DO BENEFICIARIO DE
      *   PENSAO), MOSTRANDO OS DADOS DE ANTES E OS NOVOS. SO ENTRA
      *   SUPERVISOR, E O PEDIDO TEM QUE SER DECIDIDO POR UM
      *   SUPERVISOR DIFERENTE DE QUEM PEDIU:
      *   - A = APROVA: OS DADOS NOVOS PASSAM PELAS CRITICAS DO CDF232
      *     (BANCO CONVENIADO, AGENCIA/CONTA NAO ZERADAS, DAC PELO
      *     MODULO DO BANCO) E SO SAO GRAVADOS SE A CONTA ATUAL AINDA
      *     FOR A DO PEDIDO; A TROCA NO CADPAG VAI PARA O CADPAG.LOG;
      *   - R = REJEITA: O CADASTRO FICA COMO ESTA;
      *   - P = PASSA PARA O PROXIMO SEM DECIDIR.
      *   O PEDIDO DECIDIDO FICA NO ARQUIVO COM O SUPERVISOR E A DATA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PENDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PBC-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DP WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
       SELECT PENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO3.
       SELECT BANCOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-COD
                    FILE STATUS  IS ST-ERRO4.
       SELECT OPERAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO5.
       SELECT TRAVAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRV-COD
                    FILE STATUS  IS ST-ERRO6.
       SELECT CADPAGLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PENDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDBCO.DAT".
           COPY PBCPAG.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           COPY REGPAG.
       FD PENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
           COPY PENPAG.
       FD BANCOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCOS.DAT".
           COPY BCOPAG.
       FD OPERAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
       FD TRAVAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVAS.DAT".
           COPY TRVPAG.
       FD CADPAGLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.LOG".
           COPY LOGPAG.
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
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-LOGIN-SENHA  PIC X(08) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(70) VALUE SPACES.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-TEM-PEN      PIC X(01) VALUE "N".
           88 TEM-PENSAO          VALUE "S".
       77 W-QTD-VISTOS   PIC 9(04) VALUE ZEROS.
       77 W-APLICOU      PIC X(01) VALUE "N".
           88 TROCA-APLICADA      VALUE "S".
       77 W-MOTIVO       PIC X(40) VALUE SPACES.
       77 W-HORA-TMP     PIC X(08) VALUE SPACES.
       77 REGPAG-ANTES   PIC X(127) VALUE SPACES.
      *----[ CONFERENCIA DO DAC - MESMA REGRA DO CDF232 ]---------------
       77 W-I                 PIC 9(02) VALUE ZEROS.
       77 W-PESO              PIC 9(01) VALUE ZEROS.
       77 W-PRODUTO           PIC 9(02) VALUE ZEROS.
       77 W-SOMA              PIC 9(04) VALUE ZEROS.
       77 W-QUOC              PIC 9(04) VALUE ZEROS.
       77 W-RESTO             PIC 9(02) VALUE ZEROS.
       77 W-DAC-CALC          PIC 9(02) VALUE ZEROS.
       77 W-DAC-CHAR          PIC X(01) VALUE SPACES.
       01 W-CONTA-DIG.
           05 W-DIG           PIC 9(01) OCCURS 10 TIMES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       R0.
           OPEN I-O PENDBCO
           IF ST-ERRO = "30" OR "35"
              MOVE "*** NENHUMA TROCA BANCARIA FOI PEDIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEM-ARQ.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PENDBCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEM-ARQ.
       R0-CADPAG.
           OPEN I-O CADPAG
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PENDBCO
              GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DOS BENEFICIARIOS DE PENSAO ]-------------
      *    ARQUIVO OPCIONAL: SEM ELE SO OS PEDIDOS DA CONTA DO PROPRIO
      *    FUNCIONARIO PODEM SER APROVADOS.
       R0-PENSAO.
           OPEN I-O PENSAO
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *------------[ ABERTURA DA TABELA DE BANCOS CONVENIADOS ]---------
       R0-BANCOS.
           OPEN INPUT BANCOS
           IF ST-ERRO4 = "00"
              GO TO R0-OPERAD.
           MOVE "*** SEM BANCOS.DAT - RODE O CDF232 ANTES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE PENDBCO CADPAG
           IF TEM-PENSAO
              CLOSE PENSAO.
           GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPERAD.
           OPEN INPUT OPERAD
           IF ST-ERRO5 = "00"
              GO TO R0-LOG.
           MOVE "ERRO NA ABERTURA DO ARQUIVO OPERAD" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE PENDBCO CADPAG BANCOS
           IF TEM-PENSAO
              CLOSE PENSAO.
           GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DA TRILHA DE AUDITORIA ]------------------
       R0-LOG.
           OPEN EXTEND CADPAGLOG
           IF ST-ERRO7 = "00"
              GO TO LOGIN.
           IF ST-ERRO7 = "35"
              OPEN OUTPUT CADPAGLOG
              CLOSE CADPAGLOG
              GO TO R0-LOG.
           MOVE "ERRO NA ABERTURA ARQUIVO CADPAG.LOG" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE PENDBCO CADPAG BANCOS OPERAD
           IF TEM-PENSAO
              CLOSE PENSAO.
           GO TO ROT-FIM-SEM-ARQ.
      *------------[ IDENTIFICACAO DO SUPERVISOR NO TERMINAL ]----------
       LOGIN.
           MOVE SPACES TO OPR-ID W-LOGIN-SENHA
           DISPLAY (05, 20) "IDENTIFICACAO DO SUPERVISOR"
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
           IF NOT OPR-E-SUPERVISOR
              MOVE "*** SOMENTE SUPERVISOR APROVA TROCA BANCARIA ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN.
      *-------------[ INICIO DA LISTA DE PEDIDOS ]----------------------
       R1.
           MOVE ZEROS  TO W-QTD-VISTOS
           MOVE ZEROS  TO PBC-COD PBC-SEQ PBC-DATA-SOL
           MOVE SPACES TO PBC-HORA-SOL
           START PENDBCO KEY IS NOT LESS THAN PBC-CHAVE
              INVALID KEY GO TO R9
           END-START.
      *-------------[ PROXIMO PEDIDO SEM DECISAO ]----------------------
       R2.
           READ PENDBCO NEXT RECORD
              AT END GO TO R9
           END-READ
           IF NOT PBC-PENDENTE
                   GO TO R2.
           ADD 1 TO W-QTD-VISTOS.
      *-------------[ ANTES E DEPOIS DO PEDIDO ]------------------------
       R3.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "APROVACAO DE TROCA BANCARIA - CDF256"
           DISPLAY (03, 01) "COD: "
           DISPLAY (03, 06) PBC-COD
           DISPLAY (03, 14) "SEQ: "
           DISPLAY (03, 19) PBC-SEQ
           IF PBC-SEQ = ZEROS
              DISPLAY (03, 23) "CONTA DO FUNCIONARIO"
           ELSE
              DISPLAY (03, 23) "CONTA DO BENEFICIARIO DE PENSAO".
           DISPLAY (04, 01) "NOME: "
           DISPLAY (04, 07) PBC-NOME
           DISPLAY (05, 01) "PEDIDO POR: "
           DISPLAY (05, 13) PBC-SOLICITANTE
           DISPLAY (05, 23) "EM "
           DISPLAY (05, 26) PBC-DATA-SOL
           DISPLAY (05, 35) PBC-HORA-SOL
           DISPLAY (07, 01) "          BANCO AGENCIA CONTA      DAC"
           DISPLAY (08, 01) "ANTES  :"
           DISPLAY (08, 11) PBC-BANCO-ANT
           DISPLAY (08, 17) PBC-AGENCIA-ANT
           DISPLAY (08, 25) PBC-CONTA-ANT
           DISPLAY (08, 37) PBC-DAC-ANT
           DISPLAY (09, 01) "DEPOIS :"
           DISPLAY (09, 11) PBC-BANCO-NOVO
           DISPLAY (09, 17) PBC-AGENCIA-NOVA
           DISPLAY (09, 25) PBC-CONTA-NOVA
           DISPLAY (09, 37) PBC-DAC-NOVO
           PERFORM VALIDA-NOVOS THRU VALIDA-NOVOS-FIM
           DISPLAY (11, 01) "CRITICA DOS DADOS NOVOS: "
           IF W-MOTIVO = SPACES
              DISPLAY (11, 26) "SEM CRITICA"
           ELSE
              DISPLAY (11, 26) W-MOTIVO.
      *-------------[ DECISAO DO SUPERVISOR ]---------------------------
       R4.
           DISPLAY (13, 01)
                   "A = APROVAR  R = REJEITAR  P = PROXIMO  ESC = SAIR"
           DISPLAY (14, 01) "OPCAO: "
           MOVE SPACES TO W-OPCAO
           ACCEPT (14, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-OPCAO = "P" OR "p"
                   GO TO R2.
           IF W-OPCAO NOT = "A" AND "a" AND "R" AND "r"
              MOVE "*** DIGITE APENAS A, R OU P ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF PBC-SOLICITANTE = W-OPERADOR
              MOVE "*** PEDIDO SEU - DECISAO DE OUTRO SUPERVISOR ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-OPCAO = "R" OR "r"
                   GO TO R6.
      *-------------[ APROVACAO - APLICA A TROCA NO CADASTRO ]----------
       R5.
           IF W-MOTIVO NOT = SPACES
              MOVE "*** DADOS NOVOS CRITICADOS - SO CABE REJEITAR ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE "N" TO W-APLICOU
           IF PBC-SEQ = ZEROS
              PERFORM APLICA-FUNCIONARIO THRU APLICA-FUNCIONARIO-FIM
           ELSE
              PERFORM APLICA-BENEFICIARIO THRU
                      APLICA-BENEFICIARIO-FIM.
           IF NOT TROCA-APLICADA
                   GO TO R4.
           MOVE "A" TO PBC-SITUACAO
           PERFORM GRAVA-DECISAO THRU GRAVA-DECISAO-FIM
           MOVE "*** TROCA APROVADA E APLICADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
      *-------------[ REJEICAO - O CADASTRO FICA COMO ESTA ]------------
       R6.
           MOVE "R" TO PBC-SITUACAO
           PERFORM GRAVA-DECISAO THRU GRAVA-DECISAO-FIM
           MOVE "*** TROCA REJEITADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
      *-------------[ FIM DA LISTA ]------------------------------------
       R9.
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01) "APROVACAO DE TROCA BANCARIA - CDF256"
           IF W-QTD-VISTOS = ZEROS
              DISPLAY (03, 01) "NENHUMA TROCA BANCARIA PENDENTE"
           ELSE
              DISPLAY (03, 01) "FIM DOS PEDIDOS PENDENTES".
           DISPLAY (22, 01) "ENTER PARA RELER A LISTA, ESC=SAIR"
           ACCEPT (22, 36) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           GO TO R1.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE PENDBCO.
           CLOSE CADPAG.
           CLOSE BANCOS.
           CLOSE OPERAD.
           CLOSE CADPAGLOG.
           IF TEM-PENSAO
              CLOSE PENSAO.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
      *
      *----------[ TROCA NA CONTA DO FUNCIONARIO (CADPAG) ]-------------
      *    COD EM EDICAO NO CDF222/CDF228 NAO E TOCADA: A GRAVACAO DO
      *    TERMINAL VOLTARIA A CONTA ANTIGA POR CIMA DA APROVADA. A
      *    CONTA ATUAL TEM QUE SER A QUE ESTAVA NO PEDIDO; SE MUDOU
      *    POR OUTRO CAMINHO, O PEDIDO PERDEU O SENTIDO E E REJEITADO.
       APLICA-FUNCIONARIO.
           OPEN INPUT TRAVAS
           IF ST-ERRO6 NOT = "00"
              GO TO APLICA-FUNCIONARIO-CAD.
           MOVE PBC-COD TO TRV-COD
           READ TRAVAS
           IF ST-ERRO6 = "00" OR "02"
              MOVE SPACES TO MENS
              STRING "*** COD EM EDICAO POR " TRV-OPERADOR
                     " - TENTE DEPOIS ***" DELIMITED BY SIZE
                     INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TRAVAS
              GO TO APLICA-FUNCIONARIO-FIM.
           CLOSE TRAVAS.
       APLICA-FUNCIONARIO-CAD.
           MOVE PBC-COD TO COD
           READ CADPAG
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "*** COD NAO CADASTRADA - REJEITE O PEDIDO ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-FUNCIONARIO-FIM.
           IF BANCO NOT = PBC-BANCO-ANT
              OR AGENCIA NOT = PBC-AGENCIA-ANT
              OR CONTA NOT = PBC-CONTA-ANT
              OR CONTA-DAC NOT = PBC-DAC-ANT
              MOVE "*** CONTA ATUAL DIFERE DO PEDIDO - REJEITE ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-FUNCIONARIO-FIM.
           MOVE REGPAG TO REGPAG-ANTES
           MOVE PBC-BANCO-NOVO   TO BANCO
           MOVE PBC-AGENCIA-NOVA TO AGENCIA
           MOVE PBC-CONTA-NOVA   TO CONTA
           MOVE PBC-DAC-NOVO     TO CONTA-DAC
           REWRITE REGPAG
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-FUNCIONARIO-FIM.
           MOVE COD          TO LOG-COD
           MOVE "A"          TO LOG-OPERACAO
           MOVE W-OPERADOR   TO LOG-OPERADOR
           ACCEPT LOG-DATAHORA(1:6) FROM DATE
           ACCEPT LOG-DATAHORA(7:8) FROM TIME
           MOVE REGPAG-ANTES TO LOG-ANTES
           MOVE REGPAG       TO LOG-DEPOIS
           WRITE REGLOG
           IF ST-ERRO7 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAG.LOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "S" TO W-APLICOU.
       APLICA-FUNCIONARIO-FIM.
                EXIT.
      *
      *----------[ TROCA NA CONTA DO BENEFICIARIO (PENSAO) ]------------
       APLICA-BENEFICIARIO.
           IF NOT TEM-PENSAO
              MOVE "*** SEM PENSAO.DAT - REJEITE O PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-BENEFICIARIO-FIM.
           MOVE PBC-COD TO PEN-COD
           MOVE PBC-SEQ TO PEN-SEQ
           READ PENSAO
           IF ST-ERRO3 NOT = "00" AND "02"
              MOVE "*** BENEFICIARIO NAO CADASTRADO - REJEITE ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-BENEFICIARIO-FIM.
           IF PEN-BANCO NOT = PBC-BANCO-ANT
              OR PEN-AGENCIA NOT = PBC-AGENCIA-ANT
              OR PEN-CONTA NOT = PBC-CONTA-ANT
              OR PEN-CONTA-DAC NOT = PBC-DAC-ANT
              MOVE "*** CONTA ATUAL DIFERE DO PEDIDO - REJEITE ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-BENEFICIARIO-FIM.
           MOVE PBC-BANCO-NOVO   TO PEN-BANCO
           MOVE PBC-AGENCIA-NOVA TO PEN-AGENCIA
           MOVE PBC-CONTA-NOVA   TO PEN-CONTA
           MOVE PBC-DAC-NOVO     TO PEN-CONTA-DAC
           REWRITE REGPEN
           IF ST-ERRO3 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PENSAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-BENEFICIARIO-FIM.
           MOVE "S" TO W-APLICOU.
       APLICA-BENEFICIARIO-FIM.
                EXIT.
      *
      *----------[ GRAVA QUEM DECIDIU E QUANDO ]------------------------
       GRAVA-DECISAO.
           MOVE W-OPERADOR TO PBC-SUPERVISOR
           ACCEPT PBC-DATA-DECISAO FROM DATE YYYYMMDD
           ACCEPT W-HORA-TMP FROM TIME
           MOVE W-HORA-TMP(1:6) TO PBC-HORA-DECISAO
           REWRITE REGPBC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PENDBCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-DECISAO-FIM.
                EXIT.
      *
      *----------[ CRITICAS DOS DADOS NOVOS - AS MESMAS DO CDF232 ]-----
       VALIDA-NOVOS.
           MOVE SPACES TO W-MOTIVO
           MOVE PBC-BANCO-NOVO TO BCO-COD
           READ BANCOS
           IF ST-ERRO4 NOT = "00" AND "02"
              MOVE "BANCO SEM CONVENIO NA TABELA BANCOS" TO W-MOTIVO
              GO TO VALIDA-NOVOS-FIM.
           IF PBC-AGENCIA-NOVA = ZEROS
              MOVE "AGENCIA ZERADA" TO W-MOTIVO
              GO TO VALIDA-NOVOS-FIM.
           IF PBC-CONTA-NOVA = ZEROS
              MOVE "CONTA ZERADA" TO W-MOTIVO
              GO TO VALIDA-NOVOS-FIM.
           IF PBC-DAC-NOVO NOT NUMERIC
              MOVE "DAC NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDA-NOVOS-FIM.
           IF BCO-DAC-MOD10
              PERFORM DAC-MODULO-10 THRU DAC-MODULO-10-FIM
           ELSE
              PERFORM DAC-MODULO-11 THRU DAC-MODULO-11-FIM.
           MOVE W-DAC-CALC(2:1) TO W-DAC-CHAR
           IF PBC-DAC-NOVO NOT = W-DAC-CHAR
              STRING "DAC INVALIDO - CALCULADO " W-DAC-CHAR
                 DELIMITED BY SIZE INTO W-MOTIVO
              END-STRING.
       VALIDA-NOVOS-FIM.
                EXIT.
      *
      *----------[ DAC POR MODULO 10 - PESOS 2,1 DA DIREITA P/ ESQ ]----
      *    PRODUTO COM DOIS DIGITOS SOMA OS DOIS (EQUIVALE A -9).
       DAC-MODULO-10.
           MOVE PBC-CONTA-NOVA TO W-CONTA-DIG
           MOVE ZEROS TO W-SOMA
           MOVE 2     TO W-PESO
           MOVE 10    TO W-I.
       DAC-M10-DIGITO.
           COMPUTE W-PRODUTO = W-DIG(W-I) * W-PESO
           IF W-PRODUTO > 9
              SUBTRACT 9 FROM W-PRODUTO.
           ADD W-PRODUTO TO W-SOMA
           IF W-PESO = 2
              MOVE 1 TO W-PESO
           ELSE
              MOVE 2 TO W-PESO.
           SUBTRACT 1 FROM W-I
           IF W-I > 0
              GO TO DAC-M10-DIGITO.
           DIVIDE W-SOMA BY 10 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = 0
              MOVE 0 TO W-DAC-CALC
           ELSE
              COMPUTE W-DAC-CALC = 10 - W-RESTO.
       DAC-MODULO-10-FIM.
                EXIT.
      *
      *----------[ DAC POR MODULO 11 - PESOS 2 A 9 DA DIREITA P/ ESQ ]--
      *    RESTO 0 OU 1 RESULTA EM DAC 0, COMO NA PRAXE BANCARIA.
       DAC-MODULO-11.
           MOVE PBC-CONTA-NOVA TO W-CONTA-DIG
           MOVE ZEROS TO W-SOMA
           MOVE 2     TO W-PESO
           MOVE 10    TO W-I.
       DAC-M11-DIGITO.
           COMPUTE W-SOMA = W-SOMA + (W-DIG(W-I) * W-PESO)
           IF W-PESO = 9
              MOVE 2 TO W-PESO
           ELSE
              ADD 1 TO W-PESO.
           SUBTRACT 1 FROM W-I
           IF W-I > 0
              GO TO DAC-M11-DIGITO.
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = 0 OR 1
              MOVE 0 TO W-DAC-CALC
           ELSE
              COMPUTE W-DAC-CALC = 11 - W-RESTO.
       DAC-MODULO-11-FIM.
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
