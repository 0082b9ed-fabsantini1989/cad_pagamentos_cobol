                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO9.
       SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRO10.
       SELECT PENDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PBC-CHAVE
                    FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
           COPY LOTPAG.
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
           COPY DEPPAG.
       FD PENDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDBCO.DAT".
           COPY PBCPAG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-LOT-FIM-DATA PIC 9(08) VALUE ZEROS.
       77 W-FIM-LOT      PIC X(01) VALUE "N".
           88 FIM-LOTACAO         VALUE "S".
      *----[ DEDUCAO DE DEPENDENTES NO IRRF E SALARIO-FAMILIA ]--------
       77 ST-ERRO10      PIC X(02) VALUE "00".
       77 W-TEM-DEP      PIC X(01) VALUE "N".
           88 TEM-DEPEND          VALUE "S".
       77 W-QTD-DEP-IR   PIC 9(02) VALUE ZEROS.
       77 W-QTD-DEP-SF   PIC 9(02) VALUE ZEROS.
       77 W-DEDUC-DEP    PIC 9(08) VALUE ZEROS.
       77 W-TOT-SALFAM   PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-14    PIC 9(06) VALUE ZEROS.
       77 VLR-DEDUC-DEPEND PIC 9(08) VALUE 189.
       77 VLR-COTA-SALFAM PIC 9(08) VALUE 62.
       77 LIM-SALFAM     PIC 9(08) VALUE 1819.
       77 EVT-SALARIO-FAMILIA PIC 9(03) VALUE 107.
      *----[ TROCA DE DADOS BANCARIOS SO COM APROVACAO - VER PBCPAG ]---
       77 ST-ERRO11      PIC X(02) VALUE "00".
       77 W-ALT-BCO      PIC X(01) VALUE "N".
           88 ALT-BANCARIA        VALUE "S".
       77 W-JA-PEND      PIC X(01) VALUE "N".
           88 JA-PENDENTE         VALUE "S".
       77 W-BCO-NOVOS    PIC X(19) VALUE SPACES.
       77 W-PBC-HORA-TMP PIC X(08) VALUE SPACES.
       01 W-DT-TRAB.
           03 W-DT-ANO       PIC 9(04).
           03 W-DT-MES       PIC 9(02).
              MOVE "S" TO W-TEM-PEN
           ELSE
              MOVE "N" TO W-TEM-PEN.
      *------------[ ABERTURA DO CADASTRO DE DEPENDENTES ]--------------
      *    ARQUIVO OPCIONAL (VER CDF245): SEM ELE NAO HA DEDUCAO POR
      *    DEPENDENTE NO IRRF NEM COTA DE SALARIO-FAMILIA.
       R0-DEPEND.
           OPEN INPUT DEPEND
           IF ST-ERRO10 = "00"
              MOVE "S" TO W-TEM-DEP
           ELSE
              MOVE "N" TO W-TEM-DEP.
      *------------[ ABERTURA DO HISTORICO DE LOTACAO ]-----------------
       R0-LOTACAO.
           OPEN I-O LOTACAO
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *------------[ ABERTURA DAS ALTERACOES BANCARIAS PENDENTES ]------
       R0-PENDBCO.
           OPEN I-O PENDBCO
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30" OR "35"
                 OPEN OUTPUT PENDBCO
                 CLOSE PENDBCO
                 MOVE "*** ARQUIVO PENDBCO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0-PENDBCO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PENDBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPAG DEPTOS CADPAGLOG CADPAGHIST OPERAD
                 CLOSE MOVPAG TRAVAS LOTACAO
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *------------[ IDENTIFICACAO DO OPERADOR NO TERMINAL ]------------
       LOGIN.
           MOVE SPACES TO OPR-ID W-LOGIN-SENHA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM SEPARA-ALT-BANCARIA THRU
                        SEPARA-ALT-BANCARIA-FIM
                REWRITE REGPAG
                IF ST-ERRO = "00" OR "02"
                   MOVE COD TO LOG-COD
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                   PERFORM TRATA-LOTACAO THRU TRATA-LOTACAO-FIM
                   PERFORM GRAVA-PEND-BANCARIA THRU
                           GRAVA-PEND-BANCARIA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           CLOSE MOVPAG.
           CLOSE TRAVAS.
           CLOSE LOTACAO.
           CLOSE PENDBCO.
           IF TEM-PENSAO
              CLOSE PENSAO.
           IF TEM-DEPEND
              CLOSE DEPEND.
           STOP RUN.
      *
      *----------[ TRAVA DO REGISTRO EM EDICAO ENTRE TERMINAIS ]--------
           END-SEARCH
           MOVE TB-DP-ABAT(IX-DPGRP) TO W-ABATIM-DP

           PERFORM CONTA-DEPEND THRU CONTA-DEPEND-FIM
           COMPUTE W-DEDUC-DEP = W-QTD-DEP-IR * VLR-DEDUC-DEPEND
           COMPUTE W-BASE-IR = SB - INSS - W-ABATIM-DP - W-DEDUC-DEP
           IF W-BASE-IR < 0
              MOVE 0 TO W-BASE-IR.

      *    SIMPLESMENTE SB - INSS - IRRF. A PENSAO ALIMENTICIA DO
      *    CADASTRO DE BENEFICIARIOS (CDF240) E PERSISTIDA ANTES COMO
      *    MOVIMENTO DE DESCONTO (EVENTO 105) E ENTRA NA SOMA COMO
      *    QUALQUER OUTRO DESCONTO DO MES. DO MESMO JEITO O
      *    SALARIO-FAMILIA DOS DEPENDENTES (CDF245) E PERSISTIDO COMO
      *    MOVIMENTO DE PROVENTO (EVENTO 107).
       CALC-LIQUIDO.
           PERFORM SOMA-PENSAO THRU SOMA-PENSAO-FIM
           PERFORM GRAVA-PENSAO-MOV THRU GRAVA-PENSAO-MOV-FIM
           PERFORM SOMA-SALFAM THRU SOMA-SALFAM-FIM
           PERFORM GRAVA-SALFAM-MOV THRU GRAVA-SALFAM-MOV-FIM
           MOVE ZEROS TO W-TOT-PROV W-TOT-DESC
           MOVE W-COMP-ATUAL TO MOV-COMPET
           MOVE COD          TO MOV-COD
       GRAVA-PENSAO-MOV-FIM.
                EXIT.
      *
      *----------[ DEPENDENTES DA COD EM TELA - VER CDF245 ]------------
      *    CONTA OS DEPENDENTES ATIVOS QUE DEDUZEM NO IRRF E OS QUE DAO
      *    DIREITO A COTA DE SALARIO-FAMILIA NA COMPETENCIA ATUAL: A
      *    COTA E DEVIDA ATE O MES EM QUE O FILHO COMPLETA 14 ANOS.
       CONTA-DEPEND.
           MOVE ZEROS TO W-QTD-DEP-IR W-QTD-DEP-SF
           IF NOT TEM-DEPEND
              GO TO CONTA-DEPEND-FIM.
           MOVE COD   TO DEP-COD
           MOVE ZEROS TO DEP-SEQ
           START DEPEND KEY IS NOT LESS THAN DEP-CHAVE
              INVALID KEY GO TO CONTA-DEPEND-FIM
           END-START.
       CONTA-DEPEND-PROX.
           READ DEPEND NEXT RECORD
              AT END GO TO CONTA-DEPEND-FIM
           END-READ.
           IF DEP-COD NOT = COD
              GO TO CONTA-DEPEND-FIM.
           IF NOT DEP-ATIVO
              GO TO CONTA-DEPEND-PROX.
           IF DEP-DEDUZ-IR
              ADD 1 TO W-QTD-DEP-IR.
           COMPUTE W-ANOMES-14 = DEP-DT-NASC / 100 + 1400
           IF DEP-RECEBE-SF AND W-ANOMES-14 NOT < W-COMP-ATUAL
              ADD 1 TO W-QTD-DEP-SF.
           GO TO CONTA-DEPEND-PROX.
       CONTA-DEPEND-FIM.
                EXIT.
      *
      *----------[ COTA DE SALARIO-FAMILIA DA COD EM TELA ]-------------
      *    UMA COTA POR FILHO/ENTEADO ELEGIVEL, SO PARA QUEM TEM SB
      *    ATE O LIMITE LEGAL (LIM-SALFAM, EM REAIS INTEIROS).
       SOMA-SALFAM.
           MOVE ZEROS TO W-TOT-SALFAM
           IF NOT TEM-DEPEND
              GO TO SOMA-SALFAM-FIM.
           IF SB > LIM-SALFAM
              GO TO SOMA-SALFAM-FIM.
           PERFORM CONTA-DEPEND THRU CONTA-DEPEND-FIM
           COMPUTE W-TOT-SALFAM = W-QTD-DEP-SF * VLR-COTA-SALFAM.
       SOMA-SALFAM-FIM.
                EXIT.
      *
      *----------[ PERSISTE O SALARIO-FAMILIA COMO MOVIMENTO DO MES ]---
      *    MESMA DISCIPLINA DA PENSAO: O PROVENTO VIRA MOVIMENTO
      *    (EVENTO 107) NA COMPETENCIA DO CALCULO E E REMOVIDO QUANDO
      *    O FUNCIONARIO DEIXA DE TER DIREITO A COTA.
       GRAVA-SALFAM-MOV.
           IF NOT TEM-DEPEND
              GO TO GRAVA-SALFAM-MOV-FIM.
           MOVE W-COMP-ATUAL        TO MOV-COMPET
           MOVE COD                 TO MOV-COD
           MOVE EVT-SALARIO-FAMILIA TO MOV-EVENTO
           IF W-TOT-SALFAM = ZEROS
              DELETE MOVPAG RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO GRAVA-SALFAM-MOV-FIM.
           MOVE "P" TO MOV-TIPO
           MOVE W-TOT-SALFAM TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO6 = "22"
              REWRITE REGMOV.
           IF ST-ERRO6 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SALFAM-MOV-FIM.
                EXIT.
      *
      *----------[ ABRE A PRIMEIRA LOTACAO DO FUNCIONARIO ]-------------
      *    CHAMADA PELO INC-WR1: A VIGENCIA COMECA NA DT-ADMISSAO (OU
      *    NA DATA DO DIA QUANDO A ADMISSAO NAO FOI INFORMADA) E FICA
       TRATA-LOTACAO-FIM.
                EXIT.
      *
      *----------[ TROCA DE DADOS BANCARIOS NAO VAI DIRETO AO CADPAG ]--
      *    CHAMADA PELO ALT-RW1 ANTES DO REWRITE. BANCO 9(03), AGENCIA
      *    9(05), CONTA 9(10) E CONTA-DAC X(01) OCUPAM AS POSICOES
      *    92-110 DO REGPAG (19 BYTES). SE O OPERADOR MEXEU NELES, OS
      *    DADOS NOVOS SAO GUARDADOS EM W-BCO-NOVOS E O REGISTRO VOLTA
      *    A TER OS DADOS VIGENTES: O RESTO DA ALTERACAO E GRAVADO, A
      *    CONTA SO MUDA QUANDO OUTRO SUPERVISOR APROVAR NO CDF256.
       SEPARA-ALT-BANCARIA.
           MOVE "N" TO W-ALT-BCO
           IF REGPAG(92:19) = REGPAG-ANTES(92:19)
              GO TO SEPARA-ALT-BANCARIA-FIM.
           MOVE REGPAG(92:19)       TO W-BCO-NOVOS
           MOVE REGPAG-ANTES(92:19) TO REGPAG(92:19)
           MOVE "S" TO W-ALT-BCO.
       SEPARA-ALT-BANCARIA-FIM.
                EXIT.
      *
      *----------[ PEDIDO DE TROCA BANCARIA PARA APROVACAO ]------------
      *    UM PEDIDO PENDENTE POR VEZ PARA A CONTA DO FUNCIONARIO (SEQ
      *    00): COM OUTRO AINDA SEM DECISAO, O NOVO NAO E REGISTRADO.
      *    SEM MUDANCA DE BANCO/AGENCIA/CONTA NAO HA PEDIDO.
       GRAVA-PEND-BANCARIA.
           IF NOT ALT-BANCARIA
              GO TO GRAVA-PEND-BANCARIA-FIM.
           PERFORM TESTA-PEND-BANCARIA THRU TESTA-PEND-BANCARIA-FIM
           IF JA-PENDENTE
              MOVE "*** JA HA TROCA DE BANCO PENDENTE - NAO GRAVADA ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-PEND-BANCARIA-FIM.
           MOVE COD        TO PBC-COD
           MOVE ZEROS      TO PBC-SEQ
           ACCEPT PBC-DATA-SOL FROM DATE YYYYMMDD
           ACCEPT W-PBC-HORA-TMP FROM TIME
           MOVE W-PBC-HORA-TMP(1:6) TO PBC-HORA-SOL
           MOVE NOME       TO PBC-NOME
           MOVE "P"        TO PBC-SITUACAO
           MOVE W-OPERADOR TO PBC-SOLICITANTE
           MOVE REGPAG-ANTES(92:19) TO PBC-DADOS-ANTES
           MOVE W-BCO-NOVOS         TO PBC-DADOS-NOVOS
           MOVE SPACES     TO PBC-SUPERVISOR PBC-HORA-DECISAO
           MOVE ZEROS      TO PBC-DATA-DECISAO
           WRITE REGPBC
           IF ST-ERRO11 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PENDBCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-PEND-BANCARIA-FIM.
           MOVE "*** TROCA DE BANCO AGUARDA APROVACAO (CDF256) ***"
                TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PEND-BANCARIA-FIM.
                EXIT.
      *
      *----------[ HA PEDIDO SEM DECISAO PARA A CONTA DA COD? ]---------
       TESTA-PEND-BANCARIA.
           MOVE "N" TO W-JA-PEND
           MOVE COD    TO PBC-COD
           MOVE ZEROS  TO PBC-SEQ PBC-DATA-SOL
           MOVE SPACES TO PBC-HORA-SOL
           START PENDBCO KEY IS NOT LESS THAN PBC-CHAVE
              INVALID KEY GO TO TESTA-PEND-BANCARIA-FIM
           END-START.
       TESTA-PEND-PROX.
           READ PENDBCO NEXT RECORD
              AT END GO TO TESTA-PEND-BANCARIA-FIM
           END-READ
           IF PBC-COD NOT = COD OR PBC-SEQ NOT = ZEROS
              GO TO TESTA-PEND-BANCARIA-FIM.
           IF PBC-PENDENTE
              MOVE "S" TO W-JA-PEND
              GO TO TESTA-PEND-BANCARIA-FIM.
           GO TO TESTA-PEND-PROX.
       TESTA-PEND-BANCARIA-FIM.
                EXIT.
      *
      *----------[ ENCERRA A LOTACAO VIGENTE NA DATA INFORMADA ]--------
      *    O CHAMADOR POE A DATA DE FIM EM W-LOT-FIM-DATA. VARRE AS
      *    VIGENCIAS DA COD E FECHA A QUE ESTIVER EM ABERTO.
