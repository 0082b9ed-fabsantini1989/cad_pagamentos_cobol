      *----------------------------------------------------------------
      *    LAYOUT DO CADASTRO DE DEPENDENTES (DEPEND.DAT)
      *    UM REGISTRO POR DEPENDENTE, VINCULADO A COD DO FUNCIONARIO
      *    (COD + SEQUENCIA), MANTIDO PELO CDF245. DOIS INDICADORES
      *    INDEPENDENTES DIZEM PARA QUE O DEPENDENTE SERVE:
      *    - DEP-USA-IR "S": ENTRA NA DEDUCAO POR DEPENDENTE DA BASE
      *      DO IRRF EM TODOS OS CALCULOS (CDF222/CDF230/CDF234/
      *      CDF236/CDF238);
      *    - DEP-USA-SF "S": FILHO OU ENTEADO QUE DA DIREITO A COTA DE
      *      SALARIO-FAMILIA ENQUANTO NAO COMPLETAR 14 ANOS (PELA
      *      DEP-DT-NASC), PAGA COMO PROVENTO (EVENTO 107) NO CALCULO
      *      DO LIQUIDO QUANDO O SB ESTA DENTRO DO LIMITE LEGAL.
      *    DEPENDENTE INATIVO PERMANECE NO ARQUIVO COMO HISTORICO, MAS
      *    NAO DEDUZ NEM RECEBE COTA.
      *----------------------------------------------------------------
       01 REGDEP.
           03 DEP-CHAVE.
               05 DEP-COD         PIC 9(06).
               05 DEP-SEQ         PIC 9(02).
           03 DEP-NOME            PIC X(30).
           03 DEP-DT-NASC         PIC 9(08).
           03 DEP-PARENTESCO      PIC X(01).
               88 DEP-FILHO           VALUE "F".
               88 DEP-ENTEADO         VALUE "E".
               88 DEP-CONJUGE         VALUE "C".
               88 DEP-PAIS            VALUE "P".
               88 DEP-OUTROS          VALUE "O".
           03 DEP-USA-IR          PIC X(01).
               88 DEP-DEDUZ-IR        VALUE "S".
           03 DEP-USA-SF          PIC X(01).
               88 DEP-RECEBE-SF       VALUE "S".
           03 DEP-SITUACAO        PIC X(01).
               88 DEP-ATIVO           VALUE "A".
               88 DEP-INATIVO         VALUE "I".
