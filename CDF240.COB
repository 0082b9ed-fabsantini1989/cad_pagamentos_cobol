      *   CALCULO DO LIQUIDO E O CREDITO AO BENEFICIARIO SAI NA
      *   REMESSA DO CDF224, FECHANDO A TRILHA ENTRE O DESCONTO E O
      *   DEPOSITO QUE O JUIZ PEDE.
      *   A TROCA DOS DADOS BANCARIOS DE UM BENEFICIARIO JA CADASTRADO
      *   NAO ALTERA O PENSAO.DAT: VIRA PEDIDO EM PENDBCO.DAT (VER
      *   PBCPAG) E SO VALE DEPOIS DA APROVACAO DE OUTRO SUPERVISOR NO
      *   CDF256.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPR-ID
                    FILE STATUS  IS ST-ERRO4.
       SELECT PENDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PBC-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERAD.DAT".
           COPY OPERPAG.
       FD PENDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDBCO.DAT".
           COPY PBCPAG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-FIM-PEN      PIC X(01) VALUE "N".
           88 FIM-PENSAO          VALUE "S".
       77 W-LIN          PIC 9(02) VALUE ZEROS.
      *----[ TROCA DE DADOS BANCARIOS SO COM APROVACAO - VER PBCPAG ]---
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-JA-PEND      PIC X(01) VALUE "N".
           88 JA-PENDENTE         VALUE "S".
       77 W-REGPEN-SALVO PIC X(71) VALUE SPACES.
       77 W-PBC-HORA-TMP PIC X(08) VALUE SPACES.
      *----[ CONFERENCIA DO DAC - MESMA REGRA DO CDF232 ]---------------
       77 W-I                 PIC 9(02) VALUE ZEROS.
       77 W-PESO              PIC 9(01) VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPAG PENSAO BANCOS
              GO TO ROT-FIM-SEM-ARQ.
      *------------[ ABERTURA DAS ALTERACOES BANCARIAS PENDENTES ]------
       R0-PENDBCO.
           OPEN I-O PENDBCO
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 OPEN OUTPUT PENDBCO
                 CLOSE PENDBCO
                 MOVE "*** ARQUIVO PENDBCO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-PENDBCO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PENDBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPAG PENSAO BANCOS OPERAD
                 GO TO ROT-FIM-SEM-ARQ
           ELSE
                 NEXT SENTENCE.
      *------------[ IDENTIFICACAO DO OPERADOR NO TERMINAL ]------------
       LOGIN.
           MOVE SPACES TO OPR-ID W-LOGIN-SENHA
           DISPLAY (06, 01) "I = INCLUIR BENEFICIARIO                "
           DISPLAY (07, 01) "E = INATIVAR BENEFICIARIO               "
           DISPLAY (08, 01) "L = LISTAR BENEFICIARIOS                "
           DISPLAY (09, 01) "B = TROCAR DADOS BANCARIOS              "
           DISPLAY (10, 01) "ESC = VOLTA COD                         "
           DISPLAY (11, 01) "OPCAO: "
           ACCEPT (11, 09) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
                   GO TO INA-BENEF.
           IF W-OPCAO = "L" OR "l"
                   GO TO LISTA-BENEF.
           IF W-OPCAO = "B" OR "b"
                   GO TO BCO-BENEF.
           MOVE "*** DIGITE APENAS I, E, L OU B ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *------------[ PEDIDO DE TROCA DOS DADOS BANCARIOS ]--------------
      *    OS DADOS NOVOS PASSAM PELAS MESMAS CRITICAS DA INCLUSAO, MAS
      *    O PENSAO.DAT NAO E REGRAVADO: O PEDIDO VAI PARA PENDBCO.DAT
      *    E O CREDITO CONTINUA NA CONTA ATUAL ATE A APROVACAO NO
      *    CDF256. UM PEDIDO PENDENTE POR BENEFICIARIO DE CADA VEZ.
       BCO-BENEF.
           MOVE ZEROS TO W-SEQ
           DISPLAY (12, 01) "SEQUENCIA A TROCAR O BANCO: "
           ACCEPT (12, 29) W-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE COD   TO PEN-COD
           MOVE W-SEQ TO PEN-SEQ
           READ PENSAO
           IF ST-ERRO2 = "23"
              MOVE "*** BENEFICIARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BCO-BENEF.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA LEITURA ARQUIVO PENSAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF NOT PEN-ATIVO
              MOVE "*** BENEFICIARIO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM TESTA-PEND-BANCARIA THRU TESTA-PEND-BANCARIA-FIM
           IF JA-PENDENTE
              MOVE "*** JA HA TROCA DE BANCO PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE REGPEN TO W-REGPEN-SALVO
           DISPLAY (13, 01) "NOME DO BENEFICIARIO: "
           DISPLAY (13, 23) PEN-NOME
           DISPLAY (14, 01) "ATUAL - BANCO/AGENCIA/CONTA/DAC: "
           DISPLAY (14, 35) PEN-BANCO
           DISPLAY (14, 39) PEN-AGENCIA
           DISPLAY (14, 45) PEN-CONTA
           DISPLAY (14, 56) PEN-CONTA-DAC.
       BCO-BANCO.
           MOVE ZEROS TO PEN-BANCO
           DISPLAY (16, 01) "BANCO: "
           ACCEPT (16, 08) PEN-BANCO
           MOVE PEN-BANCO TO BCO-COD
           READ BANCOS
           IF ST-ERRO3 NOT = "00" AND "02"
              MOVE "*** BANCO SEM CONVENIO NA TABELA BANCOS ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BCO-BANCO.
       BCO-AGENCIA.
           MOVE ZEROS TO PEN-AGENCIA
           DISPLAY (17, 01) "AGENCIA: "
           ACCEPT (17, 10) PEN-AGENCIA
           IF PEN-AGENCIA = ZEROS
              MOVE "*** AGENCIA ZERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BCO-AGENCIA.
       BCO-CONTA.
           MOVE ZEROS TO PEN-CONTA
           DISPLAY (18, 01) "CONTA: "
           ACCEPT (18, 08) PEN-CONTA
           IF PEN-CONTA = ZEROS
              MOVE "*** CONTA ZERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BCO-CONTA.
       BCO-DAC.
           MOVE SPACES TO PEN-CONTA-DAC
           DISPLAY (19, 01) "DAC: "
           ACCEPT (19, 06) PEN-CONTA-DAC
           IF PEN-CONTA-DAC NOT NUMERIC
              MOVE "*** DAC NAO NUMERICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BCO-DAC.
           IF BCO-DAC-MOD10
              PERFORM DAC-MODULO-10 THRU DAC-MODULO-10-FIM
           ELSE
              PERFORM DAC-MODULO-11 THRU DAC-MODULO-11-FIM.
           MOVE W-DAC-CALC(2:1) TO W-DAC-CHAR
           IF PEN-CONTA-DAC NOT = W-DAC-CHAR
              MOVE SPACES TO MENS
              STRING "*** DAC INVALIDO - CALCULADO " W-DAC-CHAR
                     " ***" DELIMITED BY SIZE INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BCO-CONTA.
           MOVE PEN-BANCO     TO PBC-BANCO-NOVO
           MOVE PEN-AGENCIA   TO PBC-AGENCIA-NOVA
           MOVE PEN-CONTA     TO PBC-CONTA-NOVA
           MOVE PEN-CONTA-DAC TO PBC-DAC-NOVO
           MOVE W-REGPEN-SALVO TO REGPEN
           MOVE PEN-BANCO     TO PBC-BANCO-ANT
           MOVE PEN-AGENCIA   TO PBC-AGENCIA-ANT
           MOVE PEN-CONTA     TO PBC-CONTA-ANT
           MOVE PEN-CONTA-DAC TO PBC-DAC-ANT
           IF PBC-DADOS-NOVOS = PBC-DADOS-ANTES
              MOVE "*** DADOS IGUAIS AOS ATUAIS - NADA A TROCAR ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE PEN-COD    TO PBC-COD
           MOVE PEN-SEQ    TO PBC-SEQ
           ACCEPT PBC-DATA-SOL FROM DATE YYYYMMDD
           ACCEPT W-PBC-HORA-TMP FROM TIME
           MOVE W-PBC-HORA-TMP(1:6) TO PBC-HORA-SOL
           MOVE PEN-NOME   TO PBC-NOME
           MOVE "P"        TO PBC-SITUACAO
           MOVE W-OPERADOR TO PBC-SOLICITANTE
           MOVE SPACES     TO PBC-SUPERVISOR PBC-HORA-DECISAO
           MOVE ZEROS      TO PBC-DATA-DECISAO
           WRITE REGPBC
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PENDBCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** TROCA DE BANCO AGUARDA APROVACAO (CDF256) ***"
                TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *----------[ HA PEDIDO SEM DECISAO PARA O BENEFICIARIO? ]---------
       TESTA-PEND-BANCARIA.
           MOVE "N" TO W-JA-PEND
           MOVE COD    TO PBC-COD
           MOVE W-SEQ  TO PBC-SEQ
           MOVE ZEROS  TO PBC-DATA-SOL
           MOVE SPACES TO PBC-HORA-SOL
           START PENDBCO KEY IS NOT LESS THAN PBC-CHAVE
              INVALID KEY GO TO TESTA-PEND-BANCARIA-FIM
           END-START.
       TESTA-PEND-PROX.
           READ PENDBCO NEXT RECORD
              AT END GO TO TESTA-PEND-BANCARIA-FIM
           END-READ
           IF PBC-COD NOT = COD OR PBC-SEQ NOT = W-SEQ
              GO TO TESTA-PEND-BANCARIA-FIM.
           IF PBC-PENDENTE
              MOVE "S" TO W-JA-PEND
              GO TO TESTA-PEND-BANCARIA-FIM.
           GO TO TESTA-PEND-PROX.
       TESTA-PEND-BANCARIA-FIM.
                EXIT.
      *
      *------------[ LISTAGEM DOS BENEFICIARIOS DO FUNCIONARIO ]--------
       LISTA-BENEF.
           MOVE "N" TO W-FIM-PEN
           CLOSE PENSAO.
           CLOSE BANCOS.
           CLOSE OPERAD.
           CLOSE PENDBCO.
       ROT-FIM-SEM-ARQ.
           STOP RUN.
      *
