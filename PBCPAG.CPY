      *----------------------------------------------------------------
      *    LAYOUT DAS ALTERACOES BANCARIAS PENDENTES (PENDBCO.DAT)
      *    UM REGISTRO POR PEDIDO DE TROCA DE BANCO/AGENCIA/CONTA/DAC,
      *    CHAVE COD + SEQUENCIA + DATA/HORA DO PEDIDO. SEQUENCIA 00 E
      *    A CONTA DO PROPRIO FUNCIONARIO (PEDIDO FEITO NO CDF222);
      *    01 A 99 E O BENEFICIARIO DE PENSAO DE MESMA PEN-SEQ (PEDIDO
      *    FEITO NO CDF240). O PEDIDO NASCE "P" E O CADASTRO NAO MUDA:
      *    SO O CDF256, COM UM SUPERVISOR DIFERENTE DE QUEM PEDIU,
      *    APLICA ("A") OU DESCARTA ("R") A ALTERACAO. O REGISTRO FICA
      *    NO ARQUIVO DEPOIS DA DECISAO COMO TRILHA DE QUEM PEDIU E
      *    QUEM APROVOU. ENQUANTO HOUVER PEDIDO "P" PARA A COD, O
      *    CDF232 A APONTA COMO BLOQUEADA E O CDF224 A DEIXA FORA DA
      *    REMESSA, LISTANDO O PEDIDO NO RELATORIO DE CONTROLE.
      *    PBC-DADOS-ANTES/-NOVOS TEM A MESMA DISPOSICAO DE BANCO,
      *    AGENCIA, CONTA E CONTA-DAC NO REGPAG E NO REGPEN.
      *----------------------------------------------------------------
       01 REGPBC.
           03 PBC-CHAVE.
               05 PBC-COD         PIC 9(06).
               05 PBC-SEQ         PIC 9(02).
               05 PBC-DATA-SOL    PIC 9(08).
               05 PBC-HORA-SOL    PIC X(06).
           03 PBC-NOME            PIC X(30).
           03 PBC-SITUACAO        PIC X(01).
               88 PBC-PENDENTE        VALUE "P".
               88 PBC-APROVADA        VALUE "A".
               88 PBC-REJEITADA       VALUE "R".
           03 PBC-SOLICITANTE     PIC X(08).
           03 PBC-DADOS-ANTES.
               05 PBC-BANCO-ANT   PIC 9(03).
               05 PBC-AGENCIA-ANT PIC 9(05).
               05 PBC-CONTA-ANT   PIC 9(10).
               05 PBC-DAC-ANT     PIC X(01).
           03 PBC-DADOS-NOVOS.
               05 PBC-BANCO-NOVO  PIC 9(03).
               05 PBC-AGENCIA-NOVA PIC 9(05).
               05 PBC-CONTA-NOVA  PIC 9(10).
               05 PBC-DAC-NOVO    PIC X(01).
           03 PBC-SUPERVISOR      PIC X(08).
           03 PBC-DATA-DECISAO    PIC 9(08).
           03 PBC-HORA-DECISAO    PIC X(06).
