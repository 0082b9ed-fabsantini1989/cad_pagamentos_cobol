      *----------------------------------------------------------------
      *    LAYOUT DO CONTROLE DE EVENTOS DO ESOCIAL (ESOCIAL.DAT)
      *    UM REGISTRO POR EVENTO GERADO PELO CDF259, CHAVE TIPO DO
      *    EVENTO + COD + REFERENCIA (AAAAMMDDHHMMSS):
      *    - 2200 ADMISSAO ...... INCLUSAO NO CADPAG.LOG, REFERENCIA
      *                           NA DT-ADMISSAO;
      *    - 2206 ALTERACAO ..... TROCA DE SB OU CG NO CADPAG.HIST
      *                           (REFERENCIA NA DATA/HORA EFETIVA) OU
      *                           NOVA VIGENCIA DE DP NO LOTACAO.DAT
      *                           (REFERENCIA NO LOT-DT-INI);
      *    - 2299 DESLIGAMENTO .. RESCISAO.DAT DO CDF238, REFERENCIA
      *                           NA RSC-DT-DESLIG;
      *    - 1200 REMUNERACAO ... CONGELADO FOLHAAAAAMM.DAT E MOVPAG
      *                           DA COMPETENCIA FECHADA, REFERENCIA
      *                           AAAAMM00000000.
      *    A CHAVE IMPEDE GERAR O MESMO EVENTO DUAS VEZES. SITUACAO:
      *    P = GERADO E AINDA NAO ENVIADO; E = ENVIADO, AGUARDANDO O
      *    RETORNO; A = ACEITO, COM O NUMERO DO RECIBO; R = REJEITADO,
      *    COM A OCORRENCIA E O MOTIVO DO RETORNO; C = CANCELADO ANTES
      *    DO ENVIO (COD EXCLUIDA DO CADPAG). SO P E R VAO NO PROXIMO
      *    LOTE (ESOCIAL.TXT). ESO-xx-ANT GUARDAM O VALOR ANTERIOR NA
      *    ALTERACAO; OS TOTAIS SAO DA FOLHA NA 1200 E DO TERMO NA 2299.
      *----------------------------------------------------------------
       01 REGESO.
           03 ESO-CHAVE.
               05 ESO-EVENTO      PIC X(04).
                   88 ESO-ADMISSAO        VALUE "2200".
                   88 ESO-ALTERACAO       VALUE "2206".
                   88 ESO-DESLIGAMENTO    VALUE "2299".
                   88 ESO-REMUNERACAO     VALUE "1200".
               05 ESO-COD         PIC 9(06).
               05 ESO-REFERENCIA  PIC 9(14).
           03 ESO-ORIGEM          PIC X(01).
               88 ESO-DO-LOG          VALUE "L".
               88 ESO-DO-HIST         VALUE "H".
               88 ESO-DA-LOTACAO      VALUE "T".
               88 ESO-DA-RESCISAO     VALUE "R".
               88 ESO-DA-FOLHA        VALUE "F".
           03 ESO-NOME            PIC X(30).
           03 ESO-DT-EVENTO       PIC 9(08).
           03 ESO-DP              PIC 9(03).
           03 ESO-CG              PIC X(20).
           03 ESO-SB              PIC 9(08).
           03 ESO-DP-ANT          PIC 9(03).
           03 ESO-CG-ANT          PIC X(20).
           03 ESO-SB-ANT          PIC 9(08).
           03 ESO-TOT-PROV        PIC 9(10).
           03 ESO-TOT-DESC        PIC 9(10).
           03 ESO-INSS            PIC 9(08).
           03 ESO-IR              PIC 9(08).
           03 ESO-LIQUIDO         PIC 9(10).
           03 ESO-SITUACAO        PIC X(01).
               88 ESO-PENDENTE        VALUE "P".
               88 ESO-ENVIADO         VALUE "E".
               88 ESO-ACEITO          VALUE "A".
               88 ESO-REJEITADO       VALUE "R".
               88 ESO-CANCELADO       VALUE "C".
           03 ESO-DATA-GER        PIC 9(08).
           03 ESO-DATA-ENVIO      PIC 9(08).
           03 ESO-QTD-ENVIOS      PIC 9(02).
           03 ESO-DATA-RET        PIC 9(08).
           03 ESO-RECIBO          PIC X(23).
           03 ESO-OCORR           PIC X(04).
           03 ESO-MOTIVO          PIC X(60).
