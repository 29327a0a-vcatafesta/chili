       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS.
      ******************************************
      * OBJETIVO: ENCARGOS DA EMPRESA SOBRE A
      *           FOLHA DE UM MES - LE AS
      *           LINHAS DO FOLHALIQ.DAT (ONDE
      *           O FOLHA GRAVA FGTS, INSS
      *           PATRONAL E RAT + TERCEIROS
      *           DE CADA FUNCIONARIO) E EMITE
      *           A RELACAO DO DEPOSITO DO FGTS
      *           (FGTS<AAAAMM>.TXT) E O CUSTO
      *           DA MAO DE OBRA POR CABECA
      *           (CUSTO<AAAAMM>.TXT), MAIS O
      *           CUSTO DA FOLHA POR CENTRO DE
      *           CUSTO (CCUSTO<AAAAMM>.TXT) COM
      *           QUANTIDADE, BRUTO, ENCARGOS E
      *           LIQUIDO - O CENTRO VEM NA LINHA
      *           DO FOLHALIQ.DAT E O NOME DO
      *           CCUSTO.TAB
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDO-MES ASSIGN TO
           'FOLHALIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQ-STATUS.
           SELECT FUNCIONARIOS ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT RELACAO-FGTS ASSIGN TO WRK-FGTS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGTS-STATUS.
           SELECT CUSTO-MO ASSIGN TO WRK-CUSTO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTO-STATUS.
           SELECT CCUSTO-TAB ASSIGN TO
           'CCUSTO.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCU-STATUS.
           SELECT CUSTO-CC ASSIGN TO WRK-CCR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LIQUIDO-MES.
       01 LIQUIDO-REG.
           05 FL-ANO            PIC 9(04).
           05 FL-MES            PIC 9(02).
           05 FL-MATRICULA      PIC 9(06).
           05 FL-LIQUIDO        PIC 9(06)V99.
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
           05 FUN-MATRICULA     PIC 9(06).
           05 FUN-NOME          PIC X(30).
           05 FUN-ADMISSAO      PIC 9(08).
           05 FUN-SALARIO       PIC 9(06)V99.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD RELACAO-FGTS.
       01 FGTS-REG              PIC X(80).

       FD CUSTO-MO.
       01 CUSTO-REG             PIC X(100).

       FD CCUSTO-TAB.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(04).
           05 FILLER            PIC X(01).
           05 CC-NOME           PIC X(20).
           05 FILLER            PIC X(01).
           05 CC-CTA-SALARIOS   PIC 9(04).
           05 FILLER            PIC X(01).
           05 CC-CTA-ENCARGOS   PIC 9(04).

       FD CUSTO-CC.
       01 CCR-REG               PIC X(100).

       WORKING-STORAGE SECTION.
       77 LIQ-STATUS   PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 FGTS-STATUS  PIC 9(02).
       77 CUSTO-STATUS PIC 9(02).
       77 CCU-STATUS   PIC 9(02).
       77 CCR-STATUS   PIC 9(02).
       77 WRK-FUNC-OK  PIC X(1) VALUE 'N'.
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-ANO      PIC 9(04).
       77 WRK-MES      PIC 9(02).
       77 WRK-FGTS-NOME  PIC X(18).
       77 WRK-CUSTO-NOME PIC X(18).
       77 WRK-CCR-NOME   PIC X(18).
       77 WRK-ENCARGOS PIC 9(07)V99.
       77 WRK-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CC-QTD   PIC 9(02) VALUE ZEROS.
       77 WRK-CC-IDX   PIC 9(02).
       77 WRK-CC-ACHOU PIC 9(02).
       77 WRK-QTD      PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO    PIC 9(07)V99.
       77 WRK-MEDIA    PIC 9(07)V99.
       77 WRK-TOT-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INSS-EMP PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RAT-TERC PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC $ZZZ.ZZZ.ZZ9,99.

      ***************** CENTROS DO CCUSTO.TAB MAIS OS QUE SO
      ***************** APARECEM NA FOLHA (BRANCO = SEM CENTRO)
       01 WRK-CC-TABELA.
           05 WRK-CC OCCURS 40 TIMES.
               10 WC-CODIGO     PIC X(04).
               10 WC-NOME       PIC X(20).
               10 WC-QTD        PIC 9(04).
               10 WC-BRUTO      PIC 9(09)V99.
               10 WC-ENCARGOS   PIC 9(09)V99.
               10 WC-LIQUIDO    PIC 9(09)V99.

       01 WRK-CAB-FGTS.
           05 FILLER  PIC X(10) VALUE 'MATRICULA'.
           05 FILLER  PIC X(31) VALUE 'NOME'.
           05 FILLER  PIC X(13) VALUE '  REMUNERACAO'.
           05 FILLER  PIC X(13) VALUE '     DEPOSITO'.

       01 WRK-DET-FGTS.
           05 DF-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DF-NOME           PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DF-BASE           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DF-FGTS           PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-CAB-CUSTO.
           05 FILLER  PIC X(10) VALUE 'MATRICULA'.
           05 FILLER  PIC X(26) VALUE 'NOME'.
           05 FILLER  PIC X(11) VALUE '      BRUTO'.
           05 FILLER  PIC X(11) VALUE '       FGTS'.
           05 FILLER  PIC X(11) VALUE ' INSS EMPR.'.
           05 FILLER  PIC X(11) VALUE ' RAT+TERC.'.
           05 FILLER  PIC X(13) VALUE '  CUSTO TOTAL'.

       01 WRK-DET-CUSTO.
           05 DC-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DC-NOME           PIC X(25).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DC-BRUTO          PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DC-FGTS           PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DC-INSS-EMP       PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DC-RAT-TERC       PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DC-CUSTO          PIC Z.ZZZ.ZZ9,99.

       01 WRK-CAB-CC.
           05 FILLER  PIC X(06) VALUE 'CENTRO'.
           05 FILLER  PIC X(21) VALUE 'NOME'.
           05 FILLER  PIC X(05) VALUE ' QTD.'.
           05 FILLER  PIC X(15) VALUE '          BRUTO'.
           05 FILLER  PIC X(15) VALUE '       ENCARGOS'.
           05 FILLER  PIC X(15) VALUE '        LIQUIDO'.
           05 FILLER  PIC X(15) VALUE '    CUSTO TOTAL'.

       01 WRK-DET-CC.
           05 DCC-CODIGO        PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DCC-NOME          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DCC-QTD           PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DCC-BRUTO         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DCC-ENCARGOS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DCC-LIQUIDO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DCC-CUSTO         PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'ANO (AAAA): ' WITH NO ADVANCING.
           ACCEPT WRK-ANO.
           DISPLAY 'MES (MM)  : ' WITH NO ADVANCING.
           ACCEPT WRK-MES.
           OPEN INPUT LIQUIDO-MES.
           IF LIQ-STATUS NOT = 00
               DISPLAY 'FOLHALIQ.DAT INDISPONIVEL - STATUS '
                   LIQ-STATUS
               STOP RUN
           END-IF.
      ***************** SEM CADASTRO O RELATORIO SAI SEM OS NOMES
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS = 00
               MOVE 'S' TO WRK-FUNC-OK
           END-IF.
           STRING 'FGTS' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-FGTS-NOME
           END-STRING.
           STRING 'CUSTO' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-CUSTO-NOME
           END-STRING.
           OPEN OUTPUT RELACAO-FGTS.
           MOVE SPACES TO FGTS-REG.
           STRING 'RELACAO PARA DEPOSITO DO FGTS - COMPETENCIA '
               WRK-MES '/' WRK-ANO DELIMITED BY SIZE INTO FGTS-REG
           END-STRING.
           WRITE FGTS-REG.
           WRITE FGTS-REG FROM WRK-CAB-FGTS.
           OPEN OUTPUT CUSTO-MO.
           MOVE SPACES TO CUSTO-REG.
           STRING 'CUSTO DA MAO DE OBRA - COMPETENCIA '
               WRK-MES '/' WRK-ANO DELIMITED BY SIZE INTO CUSTO-REG
           END-STRING.
           WRITE CUSTO-REG.
           WRITE CUSTO-REG FROM WRK-CAB-CUSTO.
           STRING 'CCUSTO' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-CCR-NOME
           END-STRING.
           OPEN OUTPUT CUSTO-CC.
           MOVE SPACES TO CCR-REG.
           STRING 'CUSTO DA FOLHA POR CENTRO DE CUSTO - COMPETENCIA '
               WRK-MES '/' WRK-ANO DELIMITED BY SIZE INTO CCR-REG
           END-STRING.
           WRITE CCR-REG.
           WRITE CCR-REG FROM WRK-CAB-CC.
      ***************** SEM A TABELA O RELATORIO SAI SO COM OS CODIGOS
           OPEN INPUT CCUSTO-TAB.
           IF CCU-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ CCUSTO-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF WRK-CC-QTD < 39
                               ADD 1 TO WRK-CC-QTD
                               MOVE CC-CODIGO TO WC-CODIGO(WRK-CC-QTD)
                               MOVE CC-NOME   TO WC-NOME(WRK-CC-QTD)
                               MOVE ZEROS TO WC-QTD(WRK-CC-QTD)
                                   WC-BRUTO(WRK-CC-QTD)
                                   WC-ENCARGOS(WRK-CC-QTD)
                                   WC-LIQUIDO(WRK-CC-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CCUSTO-TAB
           END-IF.
           MOVE 'N' TO WRK-EOF.

       2000-PROCESSAR.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ LIQUIDO-MES
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       IF FL-ANO = WRK-ANO AND FL-MES = WRK-MES
                           PERFORM 4000-UM-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

       3000-FINALIZAR.
           MOVE SPACES TO FGTS-REG.
           WRITE FGTS-REG.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-ED.
           MOVE SPACES TO FGTS-REG.
           STRING 'TOTAL DO DEPOSITO (' WRK-QTD ' FUNCIONARIOS) '
               WRK-TOTAL-ED DELIMITED BY SIZE INTO FGTS-REG
           END-STRING.
           WRITE FGTS-REG.
           CLOSE RELACAO-FGTS.
           MOVE SPACES TO CUSTO-REG.
           WRITE CUSTO-REG.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO CUSTO-REG.
           STRING 'TOTAL BRUTO      ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CUSTO-REG
           END-STRING.
           WRITE CUSTO-REG.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-ED.
           MOVE SPACES TO CUSTO-REG.
           STRING 'TOTAL FGTS       ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CUSTO-REG
           END-STRING.
           WRITE CUSTO-REG.
           MOVE WRK-TOT-INSS-EMP TO WRK-TOTAL-ED.
           MOVE SPACES TO CUSTO-REG.
           STRING 'TOTAL INSS EMPR. ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CUSTO-REG
           END-STRING.
           WRITE CUSTO-REG.
           MOVE WRK-TOT-RAT-TERC TO WRK-TOTAL-ED.
           MOVE SPACES TO CUSTO-REG.
           STRING 'TOTAL RAT+TERC.  ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CUSTO-REG
           END-STRING.
           WRITE CUSTO-REG.
           MOVE WRK-TOT-CUSTO TO WRK-TOTAL-ED.
           MOVE SPACES TO CUSTO-REG.
           STRING 'CUSTO TOTAL      ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CUSTO-REG
           END-STRING.
           WRITE CUSTO-REG.
           IF WRK-QTD > ZEROS
               COMPUTE WRK-MEDIA ROUNDED = WRK-TOT-CUSTO / WRK-QTD
               MOVE WRK-MEDIA TO WRK-TOTAL-ED
               MOVE SPACES TO CUSTO-REG
               STRING 'CUSTO POR CABECA ' WRK-TOTAL-ED
                   ' (' WRK-QTD ' FUNCIONARIOS)'
                   DELIMITED BY SIZE INTO CUSTO-REG
               END-STRING
               WRITE CUSTO-REG
           END-IF.
           CLOSE CUSTO-MO.
           PERFORM 3100-RELATORIO-CCUSTO.
           CLOSE CUSTO-CC.
           CLOSE LIQUIDO-MES.
           IF WRK-FUNC-OK = 'S'
               CLOSE FUNCIONARIOS
           END-IF.
           DISPLAY ' '.
           DISPLAY 'ENCARGOS DE ' WRK-MES '/' WRK-ANO ' - '
               WRK-QTD ' FUNCIONARIO(S)'.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-ED.
           DISPLAY 'FGTS A DEPOSITAR ' WRK-TOTAL-ED.
           MOVE WRK-TOT-CUSTO TO WRK-TOTAL-ED.
           DISPLAY 'CUSTO TOTAL      ' WRK-TOTAL-ED.
           DISPLAY 'RELACAO DO FGTS EM ' WRK-FGTS-NOME.
           DISPLAY 'CUSTO POR CABECA EM ' WRK-CUSTO-NOME.
           DISPLAY 'CUSTO POR CENTRO EM ' WRK-CCR-NOME.

       3100-RELATORIO-CCUSTO.
           PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
                   UNTIL WRK-CC-IDX > WRK-CC-QTD
               IF WC-QTD(WRK-CC-IDX) > ZEROS
                   MOVE WC-CODIGO(WRK-CC-IDX)   TO DCC-CODIGO
                   MOVE WC-NOME(WRK-CC-IDX)     TO DCC-NOME
                   MOVE WC-QTD(WRK-CC-IDX)      TO DCC-QTD
                   MOVE WC-BRUTO(WRK-CC-IDX)    TO DCC-BRUTO
                   MOVE WC-ENCARGOS(WRK-CC-IDX) TO DCC-ENCARGOS
                   MOVE WC-LIQUIDO(WRK-CC-IDX)  TO DCC-LIQUIDO
                   COMPUTE DCC-CUSTO = WC-BRUTO(WRK-CC-IDX)
                       + WC-ENCARGOS(WRK-CC-IDX)
                   WRITE CCR-REG FROM WRK-DET-CC
               END-IF
           END-PERFORM.
           MOVE SPACES TO CCR-REG.
           WRITE CCR-REG.
           MOVE SPACES           TO DCC-CODIGO.
           MOVE 'TOTAL DA FOLHA' TO DCC-NOME.
           MOVE WRK-QTD          TO DCC-QTD.
           MOVE WRK-TOT-BRUTO    TO DCC-BRUTO.
           MOVE WRK-TOT-ENCARGOS TO DCC-ENCARGOS.
           MOVE WRK-TOT-LIQUIDO  TO DCC-LIQUIDO.
           MOVE WRK-TOT-CUSTO    TO DCC-CUSTO.
           WRITE CCR-REG FROM WRK-DET-CC.

      ***************** LINHA GRAVADA ANTES DOS ENCARGOS NAO TEM
      ***************** OS CAMPOS NOVOS - ENTRA COMO ZERO
       4000-UM-FUNCIONARIO.
           IF FL-FGTS NOT NUMERIC
               MOVE ZEROS TO FL-FGTS
           END-IF.
           IF FL-INSS-EMP NOT NUMERIC
               MOVE ZEROS TO FL-INSS-EMP
           END-IF.
           IF FL-RAT-TERC NOT NUMERIC
               MOVE ZEROS TO FL-RAT-TERC
           END-IF.
           ADD 1 TO WRK-QTD.
           MOVE SPACES TO FUN-NOME.
           IF WRK-FUNC-OK = 'S'
               MOVE FL-MATRICULA TO FUN-MATRICULA
               READ FUNCIONARIOS
                   INVALID KEY
                       MOVE '** SEM CADASTRO **' TO FUN-NOME
               END-READ
           END-IF.
           COMPUTE WRK-CUSTO = FL-BRUTO + FL-FGTS
               + FL-INSS-EMP + FL-RAT-TERC.
           ADD FL-BRUTO     TO WRK-TOT-BRUTO.
           ADD FL-FGTS      TO WRK-TOT-FGTS.
           ADD FL-INSS-EMP  TO WRK-TOT-INSS-EMP.
           ADD FL-RAT-TERC  TO WRK-TOT-RAT-TERC.
           ADD WRK-CUSTO    TO WRK-TOT-CUSTO.
           MOVE FL-MATRICULA TO DF-MATRICULA.
           MOVE FUN-NOME     TO DF-NOME.
           MOVE FL-BRUTO     TO DF-BASE.
           MOVE FL-FGTS      TO DF-FGTS.
           WRITE FGTS-REG FROM WRK-DET-FGTS.
           MOVE FL-MATRICULA TO DC-MATRICULA.
           MOVE FUN-NOME     TO DC-NOME.
           MOVE FL-BRUTO     TO DC-BRUTO.
           MOVE FL-FGTS      TO DC-FGTS.
           MOVE FL-INSS-EMP  TO DC-INSS-EMP.
           MOVE FL-RAT-TERC  TO DC-RAT-TERC.
           MOVE WRK-CUSTO    TO DC-CUSTO.
           WRITE CUSTO-REG FROM WRK-DET-CUSTO.
           PERFORM 4100-SOMA-CCUSTO.

      ***************** LINHA ANTERIOR AO CENTRO DE CUSTO (OU
      ***************** FUNCIONARIO SEM CENTRO) CAI NO CODIGO EM BRANCO
       4100-SOMA-CCUSTO.
           IF FL-CCUSTO = LOW-VALUES
               MOVE SPACES TO FL-CCUSTO
           END-IF.
           COMPUTE WRK-ENCARGOS = FL-FGTS + FL-INSS-EMP + FL-RAT-TERC.
           ADD WRK-ENCARGOS TO WRK-TOT-ENCARGOS.
           ADD FL-LIQUIDO   TO WRK-TOT-LIQUIDO.
           MOVE ZEROS TO WRK-CC-ACHOU.
           PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
                   UNTIL WRK-CC-IDX > WRK-CC-QTD
               IF WC-CODIGO(WRK-CC-IDX) = FL-CCUSTO
                   MOVE WRK-CC-IDX TO WRK-CC-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-CC-ACHOU = ZEROS AND WRK-CC-QTD < 40
               ADD 1 TO WRK-CC-QTD
               MOVE WRK-CC-QTD TO WRK-CC-ACHOU
               MOVE FL-CCUSTO TO WC-CODIGO(WRK-CC-ACHOU)
               IF FL-CCUSTO = SPACES
                   MOVE 'SEM CENTRO DE CUSTO' TO WC-NOME(WRK-CC-ACHOU)
               ELSE
                   MOVE '** NAO CADASTRADO **'
                       TO WC-NOME(WRK-CC-ACHOU)
               END-IF
               MOVE ZEROS TO WC-QTD(WRK-CC-ACHOU)
                   WC-BRUTO(WRK-CC-ACHOU)
                   WC-ENCARGOS(WRK-CC-ACHOU)
                   WC-LIQUIDO(WRK-CC-ACHOU)
           END-IF.
           IF WRK-CC-ACHOU > ZEROS
               ADD 1            TO WC-QTD(WRK-CC-ACHOU)
               ADD FL-BRUTO     TO WC-BRUTO(WRK-CC-ACHOU)
               ADD WRK-ENCARGOS TO WC-ENCARGOS(WRK-CC-ACHOU)
               ADD FL-LIQUIDO   TO WC-LIQUIDO(WRK-CC-ACHOU)
           END-IF.
