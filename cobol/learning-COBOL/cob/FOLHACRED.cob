           05 FL-BRUTO          PIC 9(06)V99.
           05 FL-INSS           PIC 9(06)V99.
           05 FL-IRRF           PIC 9(06)V99.
           05 FL-DESCONTOS      PIC 9(06)V99.
           05 FL-SALFAM         PIC 9(06)V99.
           05 FL-FGTS           PIC 9(06)V99.
           05 FL-INSS-EMP       PIC 9(06)V99.
           05 FL-RAT-TERC       PIC 9(06)V99.
           05 FL-CONSIG         PIC 9(06)V99.
           05 FL-CCUSTO         PIC X(04).

       FD FUNCIONARIOS.
       01 FUNCIONARIO-REG.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD CREDITO.
       01 CREDITO-REG           PIC X(50).
