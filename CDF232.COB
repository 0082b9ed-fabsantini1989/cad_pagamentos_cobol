      *   RECUSA GERAR A REMESSA DA FOLHA VIVA, DE MODO QUE CONTA RUIM
      *   NAO CHEGA MAIS AO BANCO. CORRIGIDOS OS CADASTROS NO CDF222,
      *   BASTA RODAR ESTA VALIDACAO DE NOVO PARA LIBERAR A REMESSA.
      *   FUNCIONARIO COM TROCA BANCARIA AINDA SEM DECISAO NO CDF256
      *   (PENDBCO.DAT, VER PBCPAG) SAI NO RELATORIO COMO BLOQUEADO,
      *   MAS NAO VAI PARA CRITICA.DAT: O CDF224 O DEIXA FORA DA
      *   REMESSA SEM SEGURAR O PAGAMENTO DOS DEMAIS.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO             PIC X(02) VALUE "00".
           88 ERRO-FATAL            VALUE "S".
       77 W-QTD-VALIDADOS     PIC 9(06) VALUE ZEROS.
       77 W-QTD-CRITICADOS    PIC 9(06) VALUE ZEROS.
       77 W-QTD-BLOQUEADOS    PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO            PIC X(40) VALUE SPACES.
       77 W-I                 PIC 9(02) VALUE ZEROS.
       77 W-PESO              PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-ETP         PIC X(02) VALUE "00".
       77 W-COMP-ETAPA        PIC 9(06) VALUE ZEROS.
       77 W-ETP-HORA-TMP      PIC X(08) VALUE SPACES.
      *----[ TROCAS BANCARIAS PENDENTES - VER PBCPAG ]------------------
       77 ST-ERRO-PBC         PIC X(02) VALUE "00".
       77 W-TEM-PBC           PIC X(01) VALUE "N".
           88 TEM-PENDBCO           VALUE "S".
       77 W-PENDENTE          PIC X(01) VALUE "N".
           88 TROCA-PENDENTE        VALUE "S".
       01 W-CONTA-DIG.
           05 W-DIG           PIC 9(01) OCCURS 10 TIMES.
      *
           05 LN-TOT-VAL      PIC ZZZZZ9.
           05 FILLER          PIC X(14) VALUE "  CRITICADOS :".
           05 LN-TOT-CRT      PIC ZZZZZ9.
           05 FILLER          PIC X(14) VALUE "  BLOQUEADOS :".
           05 LN-TOT-BLQ      PIC ZZZZZ9.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              DISPLAY "*** ERRO NA ABERTURA DO RELCRIT: " ST-ERRO-REL
              CLOSE CADPAG BANCOS CRITICA
              STOP RUN.
      *    SEM PENDBCO.DAT NAO HA TROCA AGUARDANDO APROVACAO.
           OPEN INPUT PENDBCO
           IF ST-ERRO-PBC = "00"
              MOVE "S" TO W-TEM-PBC
           ELSE
              MOVE "N" TO W-TEM-PBC.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           WRITE REG-RELCRIT FROM LN-CABEC1
           WRITE REG-RELCRIT FROM LN-CABEC2
                EXIT.
      *
      *----------[ LACO PRINCIPAL - VALIDA UM FUNCIONARIO POR VEZ ]-----
      *    SO E VALIDADO QUEM ENTRA NA REMESSA DO CDF224: O ATIVO E O
      *    AFASTADO QUE AINDA TEM LIQUIDO NO MES.
       2000-PROCESSA.
           IF NOT FUNC-ATIVO AND NOT (FUNC-AFASTADO AND SL > ZEROS)
              GO TO 2000-PROCESSA-PROX.
           ADD 1 TO W-QTD-VALIDADOS
           MOVE SPACES TO W-MOTIVO
           PERFORM 2200-VALIDA-BANCARIOS THRU
                   2200-VALIDA-BANCARIOS-FIM
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-QTD-CRITICADOS
              PERFORM 2600-GRAVA-CRITICA THRU
                      2600-GRAVA-CRITICA-FIM.
           PERFORM 2500-TESTA-PENDENTE THRU 2500-TESTA-PENDENTE-FIM
           IF TROCA-PENDENTE
              ADD 1 TO W-QTD-BLOQUEADOS
              PERFORM 2700-GRAVA-BLOQUEIO THRU
                      2700-GRAVA-BLOQUEIO-FIM.
       2000-PROCESSA-PROX.
           IF ST-ERRO NOT = "10"
              PERFORM 2100-LE-CADPAG THRU 2100-LE-CADPAG-FIM.
       2000-PROCESSA-FIM.
       2400-DAC-MODULO-11-FIM.
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
      *----------[ GRAVA A CRITICA E A LINHA DO RELATORIO ]-------------
       2600-GRAVA-CRITICA.
           MOVE COD      TO CRT-COD
       2600-GRAVA-CRITICA-FIM.
                EXIT.
      *
      *----------[ LINHA DO FUNCIONARIO RETIDO POR TROCA PENDENTE ]-----
      *    SO NO RELATORIO: A RETENCAO E FEITA PELO CDF224, QUE CONSULTA
      *    O PENDBCO NA HORA DE GERAR A REMESSA.
       2700-GRAVA-BLOQUEIO.
           MOVE COD       TO LN-CRT-COD
           MOVE NOME      TO LN-CRT-NOME
           MOVE BANCO     TO LN-CRT-BANCO
           MOVE AGENCIA   TO LN-CRT-AGENCIA
           MOVE CONTA     TO LN-CRT-CONTA
           MOVE CONTA-DAC TO LN-CRT-DAC
           MOVE "BLOQUEADO - TROCA BANCARIA PENDENTE" TO LN-CRT-MOTIVO
           WRITE REG-RELCRIT FROM LN-CRITICA.
       2700-GRAVA-BLOQUEIO-FIM.
                EXIT.
      *
      *----------[ TOTAIS E FECHAMENTO DOS ARQUIVOS ]-------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-RELCRIT
           WRITE REG-RELCRIT
           MOVE W-QTD-VALIDADOS  TO LN-TOT-VAL
           MOVE W-QTD-CRITICADOS TO LN-TOT-CRT
           MOVE W-QTD-BLOQUEADOS TO LN-TOT-BLQ
           WRITE REG-RELCRIT FROM LN-TOTAIS
           IF ERRO-FATAL
              DISPLAY "*** VALIDACAO INTERROMPIDA POR ERRO - NAO USE"
              ELSE
                 DISPLAY "CRITICAS ENCONTRADAS: " W-QTD-CRITICADOS
                 DISPLAY "REMESSA BLOQUEADA ATE CORRECAO E NOVA RODADA".
           IF W-QTD-BLOQUEADOS NOT = ZEROS
              DISPLAY "TROCAS BANCARIAS PENDENTES: " W-QTD-BLOQUEADOS
              DISPLAY "FICAM FORA DA REMESSA ATE DECISAO NO CDF256".
           IF NOT ERRO-FATAL
              PERFORM 3500-GRAVA-ETAPA THRU 3500-GRAVA-ETAPA-FIM.
           CLOSE CADPAG
           CLOSE BANCOS
           CLOSE CRITICA
           CLOSE RELCRIT
           IF TEM-PENDBCO
              CLOSE PENDBCO.
       3000-FINALIZA-FIM.
                EXIT.
      *
