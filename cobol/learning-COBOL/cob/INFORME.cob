      *           UM ARQUIVO POR FUNCIONARIO
      *           MAIS A PAGINA RESUMO DA
      *           EMPRESA CUJOS TOTAIS AMARRAM
      *           COM A SOMA DOS MESES. O
      *           SALARIO-FAMILIA, OS DESCONTOS
      *           E OS CONSIGNADOS DO ANO VEM
      *           DE FOLHALIQ.DAT E
      *           O INFORME RELACIONA OS
      *           DEPENDENTES (DEPENDEN.DAT)
      *           DEDUZIDOS DO IRRF
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT DEPENDENTES ASSIGN TO
           'DEPENDEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STATUS
               RECORD KEY  IS DP-CHAVE.
           SELECT LIQUIDO-MES ASSIGN TO
           'FOLHALIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQ-STATUS.
           SELECT INFORME-ARQ ASSIGN TO WRK-INF-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INF-STATUS.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD DEPENDENTES.
       01 DEPENDENTE-REG.
           05 DP-CHAVE.
               10 DP-MATRICULA  PIC 9(06).
               10 DP-SEQ        PIC 9(02).
           05 DP-NOME           PIC X(30).
           05 DP-NASCIMENTO     PIC 9(08).
           05 DP-PARENTESCO     PIC X(01).
           05 DP-IRRF           PIC X(01).
           05 DP-SALFAM         PIC X(01).

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

       FD INFORME-ARQ.
       01 INFORME-REG           PIC X(70).
       77 FUNC-STATUS  PIC 9(02).
       77 INF-STATUS   PIC 9(02).
       77 RES-STATUS   PIC 9(02).
       77 DEP-STATUS   PIC 9(02).
       77 LIQ-STATUS   PIC 9(02).
       77 WRK-DEP-OK   PIC X(1) VALUE 'N'.
       77 WRK-DEP-EOF  PIC X(1).
       77 WRK-DEP-QTD  PIC 9(02).
       77 WRK-LQ-QTD   PIC 9(03) VALUE ZEROS.
       77 WRK-LQ-IDX   PIC 9(03).
       77 WRK-LQ-ACHOU PIC 9(03).
       01 WRK-LQ-TABELA.
           05 WRK-LQ OCCURS 500 TIMES.
               10 LQ-MATRICULA  PIC 9(06).
               10 LQ-DESCONTOS  PIC 9(08)V99.
               10 LQ-SALFAM     PIC 9(08)V99.
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-ANO      PIC 9(04).
       77 WRK-INF-NOME PIC X(18).
       77 WRK-TOT-INSS    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESC    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SALFAM  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CONSIG  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SOMA-PROVA  PIC 9(10)V99.
       77 WRK-VALOR-ED PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED PIC $Z.ZZZ.ZZZ.ZZ9,99.
               STOP RUN
           END-IF.
           OPEN INPUT FUNCIONARIOS.
      ***************** SEM CADASTRO DE DEPENDENTES NAO HA O QUE
      ***************** RELACIONAR
           OPEN INPUT DEPENDENTES.
           IF DEP-STATUS = 00
               MOVE 'S' TO WRK-DEP-OK
           END-IF.
           PERFORM 1500-CARREGAR-LIQUIDOS.
           STRING 'INFRESUMO' WRK-ANO '.TXT' DELIMITED BY SIZE
               INTO WRK-RES-NOME
           END-STRING.
           END-STRING.
           WRITE RESUMO-REG.

      ***************** DESCONTOS E SALARIO-FAMILIA DO ANO POR
      ***************** MATRICULA, DAS LINHAS MENSAIS DO FOLHALIQ.DAT
      ***************** (O FOLHAREG.DAT SO ACUMULA BRUTO, INSS, IRRF
      ***************** E LIQUIDO)
       1500-CARREGAR-LIQUIDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LIQUIDO-MES.
           IF LIQ-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ LIQUIDO-MES
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF FL-ANO = WRK-ANO
                               PERFORM 1600-SOMA-LIQUIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIQUIDO-MES
           END-IF.
           MOVE 'N' TO WRK-EOF.

       1600-SOMA-LIQUIDO.
           IF FL-DESCONTOS NOT NUMERIC
               MOVE ZEROS TO FL-DESCONTOS
           END-IF.
           IF FL-SALFAM NOT NUMERIC
               MOVE ZEROS TO FL-SALFAM
           END-IF.
           ADD FL-DESCONTOS TO WRK-TOT-DESC.
           IF FL-CONSIG NOT NUMERIC
               MOVE ZEROS TO FL-CONSIG
           END-IF.
           ADD FL-SALFAM    TO WRK-TOT-SALFAM.
           ADD FL-CONSIG    TO WRK-TOT-CONSIG.
           PERFORM 1700-ACHA-MATRICULA.
           IF WRK-LQ-ACHOU = ZEROS AND WRK-LQ-QTD < 500
               ADD 1 TO WRK-LQ-QTD
               MOVE WRK-LQ-QTD TO WRK-LQ-ACHOU
               MOVE FL-MATRICULA TO LQ-MATRICULA(WRK-LQ-ACHOU)
               MOVE ZEROS TO LQ-DESCONTOS(WRK-LQ-ACHOU)
                   LQ-SALFAM(WRK-LQ-ACHOU)
           END-IF.
           IF WRK-LQ-ACHOU > ZEROS
               ADD FL-DESCONTOS TO LQ-DESCONTOS(WRK-LQ-ACHOU)
               ADD FL-SALFAM    TO LQ-SALFAM(WRK-LQ-ACHOU)
           END-IF.

       1700-ACHA-MATRICULA.
           MOVE ZEROS TO WRK-LQ-ACHOU.
           PERFORM VARYING WRK-LQ-IDX FROM 1 BY 1
                   UNTIL WRK-LQ-IDX > WRK-LQ-QTD
               IF LQ-MATRICULA(WRK-LQ-IDX) = FL-MATRICULA
                   MOVE WRK-LQ-IDX TO WRK-LQ-ACHOU
                   MOVE WRK-LQ-QTD TO WRK-LQ-IDX
               END-IF
           END-PERFORM.

       2000-PROCESSAR.
           MOVE LOW-VALUES TO FR-CHAVE.
           START REGISTRO-FOLHA KEY IS NOT LESS THAN FR-CHAVE
               INTO RESUMO-REG
           END-STRING.
           WRITE RESUMO-REG.
           MOVE WRK-TOT-DESC TO WRK-TOTAL-ED.
           MOVE SPACES TO RESUMO-REG.
           STRING 'TOTAL DESCONT.' WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RESUMO-REG
           END-STRING.
           WRITE RESUMO-REG.
           MOVE WRK-TOT-CONSIG TO WRK-TOTAL-ED.
           MOVE SPACES TO RESUMO-REG.
           STRING 'TOTAL CONSIG. ' WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RESUMO-REG
           END-STRING.
           WRITE RESUMO-REG.
           MOVE WRK-TOT-SALFAM TO WRK-TOTAL-ED.
           MOVE SPACES TO RESUMO-REG.
           STRING 'TOTAL SAL.FAM.' WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RESUMO-REG
           END-STRING.
           WRITE RESUMO-REG.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO RESUMO-REG.
           STRING 'TOTAL LIQUIDO ' WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RESUMO-REG
           END-STRING.
           WRITE RESUMO-REG.
      ***************** PROVA: BRUTO - INSS - IRRF - DESCONTOS -
      ***************** CONSIGNADOS MAIS
      ***************** O SALARIO-FAMILIA TEM DE FECHAR COM O
      ***************** LIQUIDO ACUMULADO DOS MESES
           COMPUTE WRK-SOMA-PROVA =
               WRK-TOT-BRUTO - WRK-TOT-INSS - WRK-TOT-IRRF
               - WRK-TOT-DESC - WRK-TOT-CONSIG + WRK-TOT-SALFAM.
           MOVE SPACES TO RESUMO-REG.
           IF WRK-SOMA-PROVA = WRK-TOT-LIQUIDO
               MOVE 'AMARRACAO: OK' TO RESUMO-REG
           CLOSE RESUMO.
           CLOSE REGISTRO-FOLHA.
           CLOSE FUNCIONARIOS.
           IF WRK-DEP-OK = 'S'
               CLOSE DEPENDENTES
           END-IF.
           DISPLAY ' '.
           DISPLAY 'INFORMES DE ' WRK-ANO ' - ' WRK-QTD
               ' FUNCIONARIO(S)'.
               DELIMITED BY SIZE INTO INFORME-REG
           END-STRING.
           WRITE INFORME-REG.
           MOVE FR-MATRICULA TO FL-MATRICULA.
           PERFORM 1700-ACHA-MATRICULA.
           IF WRK-LQ-ACHOU > ZEROS
               IF LQ-SALFAM(WRK-LQ-ACHOU) > ZEROS
                   MOVE 'RENDIMENTOS ISENTOS:' TO INFORME-REG
                   WRITE INFORME-REG
                   MOVE LQ-SALFAM(WRK-LQ-ACHOU) TO WRK-VALOR-ED
                   MOVE SPACES TO INFORME-REG
                   STRING '5. SALARIO-FAMILIA       ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO INFORME-REG
                   END-STRING
                   WRITE INFORME-REG
               END-IF
           END-IF.
           PERFORM 4100-LISTA-DEPENDENTES THRU 4100-FIM.
           CLOSE INFORME-ARQ.

      ***************** OS DEPENDENTES MARCADOS PARA O IRRF, QUE A
      ***************** FOLHA DEDUZIU DA BASE DE CALCULO
       4100-LISTA-DEPENDENTES.
           MOVE 'DEPENDENTES DEDUZIDOS DO IRRF:' TO INFORME-REG.
           WRITE INFORME-REG.
           MOVE ZEROS TO WRK-DEP-QTD.
           IF WRK-DEP-OK NOT = 'S'
               GO TO 4100-NENHUM.
           MOVE 'N' TO WRK-DEP-EOF.
           MOVE FR-MATRICULA TO DP-MATRICULA.
           MOVE ZEROS TO DP-SEQ.
           START DEPENDENTES KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-DEP-EOF
           END-START.
           PERFORM UNTIL WRK-DEP-EOF = 'Y'
               READ DEPENDENTES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-DEP-EOF
               END-READ
               IF WRK-DEP-EOF = 'N'
                   IF DP-MATRICULA NOT = FR-MATRICULA
                       MOVE 'Y' TO WRK-DEP-EOF
                   ELSE
                       IF DP-IRRF = 'S'
                           ADD 1 TO WRK-DEP-QTD
                           MOVE SPACES TO INFORME-REG
                           STRING '   ' DP-NOME ' NASC. '
                               DP-NASCIMENTO ' PARENT. '
                               DP-PARENTESCO
                               DELIMITED BY SIZE INTO INFORME-REG
                           END-STRING
                           WRITE INFORME-REG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       4100-NENHUM.
           IF WRK-DEP-QTD = ZEROS
               MOVE '   NENHUM' TO INFORME-REG
               WRITE INFORME-REG
           END-IF.
       4100-FIM.
           EXIT.
