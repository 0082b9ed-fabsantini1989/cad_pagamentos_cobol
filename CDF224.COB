      *   LIGA O DESCONTO AO DEPOSITO. REEMISSAO DE COMPETENCIA
      *   FECHADA NAO GANHA DETALHES DE PENSAO, PARA REPETIR O
      *   ARQUIVO QUE O BANCO JA RECEBEU.
      *   NA FOLHA VIVA, FUNCIONARIO COM TROCA BANCARIA AINDA SEM
      *   DECISAO NO CDF256 (PENDBCO.DAT, VER PBCPAG) FICA INTEIRO FORA
      *   DA REMESSA - SALARIO E PENSOES - ATE A TROCA SER APROVADA OU
      *   REJEITADA. O RELATORIO DE CONTROLE (RELREM.TXT) TRAZ OS
      *   TOTAIS DO ARQUIVO, OS RETIDOS E A LISTA DOS PEDIDOS PENDENTES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETP-CHAVE
                    FILE STATUS  IS ST-ERRO-ETP.
       SELECT PENDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PBC-CHAVE
                    FILE STATUS  IS ST-ERRO-PBC.
       SELECT RELREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ETAPAS.DAT".
           COPY ETPPAG.
       FD PENDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDBCO.DAT".
           COPY PBCPAG.
       FD RELREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREM.TXT".
       01 REG-RELREM                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
       77 W-COMP-ETAPA        PIC 9(06) VALUE ZEROS.
       77 W-DATA-ETAPA        PIC 9(08) VALUE ZEROS.
       77 W-ETP-HORA-TMP      PIC X(08) VALUE SPACES.
      *----[ TROCAS BANCARIAS PENDENTES - VER PBCPAG ]------------------
       77 ST-ERRO-PBC         PIC X(02) VALUE "00".
       77 ST-ERRO-REL         PIC X(02) VALUE "00".
       77 W-TEM-PBC           PIC X(01) VALUE "N".
           88 TEM-PENDBCO           VALUE "S".
       77 W-PENDENTE          PIC X(01) VALUE "N".
           88 TROCA-PENDENTE        VALUE "S".
       77 W-FIM-PBC           PIC X(01) VALUE "N".
           88 FIM-PENDBCO           VALUE "S".
       77 W-QTD-RETIDOS       PIC 9(06) VALUE ZEROS.
       77 W-QTD-PEDIDOS       PIC 9(06) VALUE ZEROS.
      *
      *----------[ REGISTRO HEADER DO ARQUIVO (TIPO 0) ]----------------
       01 REM-HEADER.
           05 REM-TR-VALOR-TOT  PIC 9(13)V99.
           05 FILLER            PIC X(218) VALUE SPACES.
      *
      *----------[ LINHAS DO RELATORIO DE CONTROLE DA REMESSA ]--------
       01 LN-CABEC1.
           05 FILLER  PIC X(56) VALUE
              "RELATORIO DE CONTROLE DA REMESSA BANCARIA - CDF224".
           05 FILLER  PIC X(08) VALUE "GERADA: ".
           05 LN-CAB-DATA      PIC 9(08).
           05 FILLER  PIC X(16) VALUE "  COMPETENCIA: ".
           05 LN-CAB-COMPET    PIC X(06).
           05 FILLER  PIC X(38) VALUE SPACES.
       01 LN-CABEC-RET.
           05 FILLER  PIC X(132) VALUE
              " FUNCIONARIOS RETIDOS POR TROCA BANCARIA PENDENTE:".
       01 LN-RETIDO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-RET-COD      PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-RET-NOME     PIC X(30).
           05 FILLER          PIC X(05) VALUE " SL: ".
           05 LN-RET-SL       PIC ZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(78) VALUE SPACES.
       01 LN-TOTAL.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-TOT-DESC     PIC X(50).
           05 LN-TOT-QTD      PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(66) VALUE SPACES.
       01 LN-CABEC-PBC1.
           05 FILLER  PIC X(132) VALUE
              " TROCAS BANCARIAS AGUARDANDO APROVACAO (CDF256):".
       01 LN-CABEC-PBC2.
           05 FILLER  PIC X(01) VALUE SPACES.
           05 FILLER  PIC X(08) VALUE "COD".
           05 FILLER  PIC X(04) VALUE "SEQ".
           05 FILLER  PIC X(31) VALUE "NOME".
           05 FILLER  PIC X(23) VALUE "ANTES".
           05 FILLER  PIC X(23) VALUE "DEPOIS".
           05 FILLER  PIC X(10) VALUE "PEDIDO POR".
           05 FILLER  PIC X(32) VALUE " EM".
       01 LN-PEDIDO.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-PBC-COD      PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-PBC-SEQ      PIC 9(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-PBC-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-PBC-BCO-ANT  PIC 9(03).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-PBC-AG-ANT   PIC 9(05).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-PBC-CTA-ANT  PIC 9(10).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-PBC-DAC-ANT  PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-PBC-BCO-NOV  PIC 9(03).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-PBC-AG-NOV   PIC 9(05).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-PBC-CTA-NOV  PIC 9(10).
           05 FILLER          PIC X(01) VALUE "-".
           05 LN-PBC-DAC-NOV  PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 LN-PBC-SOLIC    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LN-PBC-DATA     PIC 9(08).
           05 FILLER          PIC X(24) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
              DISPLAY "*** ERRO NA ABERTURA DO REMESSA: " ST-ERRO-REM
              CLOSE CADPAG
              STOP RUN.
      *    ARQUIVO OPCIONAL (VER CDF222/CDF240/CDF256), SO PARA A
      *    FOLHA VIVA, PELO MESMO MOTIVO DA PENSAO: A REEMISSAO TEM QUE
      *    REPETIR O QUE O BANCO JA RECEBEU.
           MOVE "N" TO W-TEM-PBC
           IF W-COMPET = ZEROS
              OPEN INPUT PENDBCO
              IF ST-ERRO-PBC = "00"
                 MOVE "S" TO W-TEM-PBC.
           OPEN OUTPUT RELREM
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELREM: " ST-ERRO-REL
              CLOSE CADPAG REMESSA
              STOP RUN.
           ACCEPT REM-HD-DATA-GER FROM DATE YYYYMMDD
           WRITE REG-REMESSA FROM REM-HEADER
           MOVE REM-HD-DATA-GER TO LN-CAB-DATA
           IF W-COMPET = ZEROS
              MOVE "ATUAL" TO LN-CAB-COMPET
           ELSE
              MOVE W-COMPET TO LN-CAB-COMPET.
           WRITE REG-RELREM FROM LN-CABEC1
           MOVE SPACES TO REG-RELREM
           WRITE REG-RELREM
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       1000-INICIALIZA-FIM.
                EXIT.
                EXIT.
      *
      *----------[ LACO PRINCIPAL - UM DETALHE POR FUNCIONARIO ]--------
      *    FUNCIONARIO ATIVO RECEBE CREDITO; AFASTADO SO QUANDO AINDA
      *    TEM LIQUIDO NO MES (DIAS PAGOS PELA EMPRESA ANTES DO
      *    BENEFICIO - VER CDF250). DESLIGADO FICA FORA DA REMESSA (E
      *    DO TOTAL ENVIADO AO BANCO).
      *    COM TROCA BANCARIA PENDENTE, NEM O SALARIO NEM AS PENSOES
      *    DA COD SAEM: A CONTA CERTA SO E CONHECIDA NA DECISAO.
       2000-PROCESSA.
           IF NOT FUNC-ATIVO AND NOT (FUNC-AFASTADO AND SL > ZEROS)
              ADD 1 TO W-QTD-FORA-REMESSA
              GO TO 2000-PROCESSA-PROX.
           PERFORM 2500-TESTA-PENDENTE THRU 2500-TESTA-PENDENTE-FIM
           IF TROCA-PENDENTE
              PERFORM 2600-RETEM-FUNCIONARIO THRU
                      2600-RETEM-FUNCIONARIO-FIM
              GO TO 2000-PROCESSA-PROX.
           MOVE COD    TO REM-DT-COD
           MOVE NOME   TO REM-DT-NOME
           MOVE BANCO  TO REM-DT-BANCO
           MOVE AGENCIA TO REM-DT-AGENCIA
           MOVE CONTA  TO REM-DT-CONTA
           MOVE CONTA-DAC TO REM-DT-CONTA-DAC
           MOVE SL     TO REM-DT-VALOR
           WRITE REG-REMESSA FROM REM-DETALHE
           ADD 1  TO W-QTD-REGISTROS
           ADD SL TO W-TOT-SL
           PERFORM 2300-DETALHES-PENSAO THRU
                   2300-DETALHES-PENSAO-FIM.
       2000-PROCESSA-PROX.
           PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2000-PROCESSA-FIM.
                EXIT.
       2400-LE-BENEFICIARIO-FIM.
                EXIT.
      *
      *----------[ PROCURA TROCA BANCARIA SEM DECISAO PARA A COD ]------
      *    QUALQUER SEQUENCIA CONTA: A CONTA DO FUNCIONARIO (00) OU A
      *    DE UM BENEFICIARIO DE PENSAO (01 A 99).
       2500-TESTA-PENDENTE.
           MOVE "N" TO W-PENDENTE
           IF NOT TEM-PENDBCO
              GO TO 2500-TESTA-PENDENTE-FIM.
           MOVE COD    TO PBC-COD
           MOVE ZEROS  TO PBC-SEQ PBC-DATA-SOL
           MOVE SPACES TO PBC-HORA-SOL
           START PENDBCO KEY IS NOT LESS THAN PBC-CHAVE
              INVALID KEY GO TO 2500-TESTA-PENDENTE-FIM
           END-START.
       2500-TESTA-PROX.
           READ PENDBCO NEXT RECORD
              AT END GO TO 2500-TESTA-PENDENTE-FIM
           END-READ
           IF PBC-COD NOT = COD
              GO TO 2500-TESTA-PENDENTE-FIM.
           IF PBC-PENDENTE
              MOVE "S" TO W-PENDENTE
              GO TO 2500-TESTA-PENDENTE-FIM.
           GO TO 2500-TESTA-PROX.
       2500-TESTA-PENDENTE-FIM.
                EXIT.
      *
      *----------[ FUNCIONARIO RETIDO - SO NO RELATORIO DE CONTROLE ]---
       2600-RETEM-FUNCIONARIO.
           IF W-QTD-RETIDOS = ZEROS
              WRITE REG-RELREM FROM LN-CABEC-RET.
           ADD 1 TO W-QTD-RETIDOS
           MOVE COD  TO LN-RET-COD
           MOVE NOME TO LN-RET-NOME
           MOVE SL   TO LN-RET-SL
           WRITE REG-RELREM FROM LN-RETIDO.
       2600-RETEM-FUNCIONARIO-FIM.
                EXIT.
      *
      *----------[ LEITURA SEQUENCIAL DO CADPAG PELA ORDEM DE COD ]-----
       2100-LE-CADPAG.
           READ CADPAG NEXT RECORD AT END
           IF W-QTD-PEN-PULADA > ZEROS
              DISPLAY "*** CREDITOS DE PENSAO PULADOS (SEM DESCONTO"
                      " PERSISTIDO): " W-QTD-PEN-PULADA " ***".
           IF W-QTD-RETIDOS > ZEROS
              DISPLAY "*** FUNCIONARIOS RETIDOS POR TROCA BANCARIA"
                      " PENDENTE: " W-QTD-RETIDOS " ***".
           PERFORM 3100-TOTAIS-CONTROLE THRU 3100-TOTAIS-CONTROLE-FIM
           IF TEM-PENDBCO
              PERFORM 3200-LISTA-PENDENTES THRU
                      3200-LISTA-PENDENTES-FIM
              CLOSE PENDBCO.
           IF W-COMPET = ZEROS
              PERFORM 3500-GRAVA-ETAPA THRU 3500-GRAVA-ETAPA-FIM.
           IF TEM-PENSAO
           IF TEM-MOVIMENTOS
              CLOSE MOVPAG.
           CLOSE CADPAG
           CLOSE REMESSA
           CLOSE RELREM.
       3000-FINALIZA-FIM.
                EXIT.
      *
      *----------[ TOTAIS DO ARQUIVO NO RELATORIO DE CONTROLE ]---------
       3100-TOTAIS-CONTROLE.
           MOVE SPACES TO REG-RELREM
           WRITE REG-RELREM
           MOVE "DETALHES NA REMESSA" TO LN-TOT-DESC
           MOVE W-QTD-REGISTROS TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL
           MOVE "VALOR TOTAL DA REMESSA" TO LN-TOT-DESC
           MOVE W-TOT-SL TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL
           MOVE "CREDITOS DE PENSAO NA REMESSA" TO LN-TOT-DESC
           MOVE W-QTD-PENSAO TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL
           MOVE "CREDITOS DE PENSAO PULADOS" TO LN-TOT-DESC
           MOVE W-QTD-PEN-PULADA TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL
           MOVE "FUNCIONARIOS FORA DA REMESSA (NAO ATIVOS)"
                TO LN-TOT-DESC
           MOVE W-QTD-FORA-REMESSA TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL
           MOVE "FUNCIONARIOS RETIDOS POR TROCA BANCARIA PENDENTE"
                TO LN-TOT-DESC
           MOVE W-QTD-RETIDOS TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL.
       3100-TOTAIS-CONTROLE-FIM.
                EXIT.
      *
      *----------[ LISTA DE TODOS OS PEDIDOS DE TROCA PENDENTES ]-------
      *    INCLUI PEDIDOS DE COD QUE NEM ENTRARIA NA REMESSA, PARA O
      *    SUPERVISOR VER TUDO O QUE AINDA AGUARDA DECISAO NO CDF256.
       3200-LISTA-PENDENTES.
           MOVE SPACES TO REG-RELREM
           WRITE REG-RELREM
           WRITE REG-RELREM FROM LN-CABEC-PBC1
           WRITE REG-RELREM FROM LN-CABEC-PBC2
           MOVE "N"    TO W-FIM-PBC
           MOVE ZEROS  TO PBC-COD PBC-SEQ PBC-DATA-SOL
           MOVE SPACES TO PBC-HORA-SOL
           START PENDBCO KEY IS NOT LESS THAN PBC-CHAVE
              INVALID KEY MOVE "S" TO W-FIM-PBC
           END-START
           PERFORM 3300-LINHA-PEDIDO THRU 3300-LINHA-PEDIDO-FIM
              UNTIL FIM-PENDBCO
           MOVE "PEDIDOS DE TROCA BANCARIA PENDENTES" TO LN-TOT-DESC
           MOVE W-QTD-PEDIDOS TO LN-TOT-QTD
           WRITE REG-RELREM FROM LN-TOTAL.
       3200-LISTA-PENDENTES-FIM.
                EXIT.
      *
       3300-LINHA-PEDIDO.
           READ PENDBCO NEXT RECORD
              AT END MOVE "S" TO W-FIM-PBC
           END-READ
           IF FIM-PENDBCO
              GO TO 3300-LINHA-PEDIDO-FIM.
           IF NOT PBC-PENDENTE
              GO TO 3300-LINHA-PEDIDO-FIM.
           ADD 1 TO W-QTD-PEDIDOS
           MOVE PBC-COD          TO LN-PBC-COD
           MOVE PBC-SEQ          TO LN-PBC-SEQ
           MOVE PBC-NOME         TO LN-PBC-NOME
           MOVE PBC-BANCO-ANT    TO LN-PBC-BCO-ANT
           MOVE PBC-AGENCIA-ANT  TO LN-PBC-AG-ANT
           MOVE PBC-CONTA-ANT    TO LN-PBC-CTA-ANT
           MOVE PBC-DAC-ANT      TO LN-PBC-DAC-ANT
           MOVE PBC-BANCO-NOVO   TO LN-PBC-BCO-NOV
           MOVE PBC-AGENCIA-NOVA TO LN-PBC-AG-NOV
           MOVE PBC-CONTA-NOVA   TO LN-PBC-CTA-NOV
           MOVE PBC-DAC-NOVO     TO LN-PBC-DAC-NOV
           MOVE PBC-SOLICITANTE  TO LN-PBC-SOLIC
           MOVE PBC-DATA-SOL     TO LN-PBC-DATA
           WRITE REG-RELREM FROM LN-PEDIDO.
       3300-LINHA-PEDIDO-FIM.
                EXIT.
      *
      *----------[ REGISTRA A ETAPA DO CICLO MENSAL - VER ETPPAG ]------
      *    SO A REMESSA DA FOLHA VIVA MARCA ETAPA: REEMISSAO DE
      *    COMPETENCIA FECHADA NAO MEXE NO CICLO DO MES CORRENTE.
