      *           INSS E IRRF DAS TABELAS),
      *           IMPRIME HOLERITE E ACUMULA
      *           EM FOLHA13.DAT SEPARADO DO
      *           SALARIO NORMAL. NA SEGUNDA
      *           PARCELA OS DEPENDENTES DE
      *           DEPENDEN.DAT ABATEM A BASE
      *           DO IRRF
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS F13-STATUS
               RECORD KEY  IS F13-CHAVE.
           SELECT DEPENDENTES ASSIGN TO
           'DEPENDEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STATUS
               RECORD KEY  IS DP-CHAVE.
           SELECT DEPEND-TAB ASSIGN TO
           'DEPEND.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTAB-STATUS.
           SELECT HOLERITE ASSIGN TO WRK-HOLERITE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-STATUS.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD INSS-TAB.
       01 INSS-REG.
           05 F13-IRRF          PIC 9(06)V99.
           05 F13-LIQUIDO       PIC 9(06)V99.

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

       FD DEPEND-TAB.
       01 DEPTAB-REG.
           05 DT-DEDUCAO        PIC 9(05)V99.
           05 DT-SF-LIMITE      PIC 9(06)V99.
           05 DT-SF-COTA        PIC 9(05)V99.
           05 DT-SF-IDADE       PIC 9(02).
           05 DT-VIGENCIA       PIC 9(08).

       FD HOLERITE.
       01 HOLERITE-REG          PIC X(60).

       77 IRRF-STATUS  PIC 9(02).
       77 F13-STATUS   PIC 9(02).
       77 HOL-STATUS   PIC 9(02).
       77 DEP-STATUS   PIC 9(02).
       77 DTAB-STATUS  PIC 9(02).
       77 WRK-DEP-OK   PIC X(1) VALUE 'N'.
       77 WRK-DEP-EOF  PIC X(1).
       77 WRK-DEP-IRRF PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-SF   PIC 9(02) VALUE ZEROS.
       77 WRK-IDADE    PIC 9(03).
       77 WRK-DED-DEP  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SAL-FAMILIA PIC 9(06)V99 VALUE ZEROS.
      * Valores de DEPEND.TAB (padrao quando a tabela nao existe)
       77 WRK-DEP-DEDUCAO PIC 9(05)V99 VALUE 189,59.
       77 WRK-SF-LIMITE   PIC 9(06)V99 VALUE 1819,26.
       77 WRK-SF-COTA     PIC 9(05)V99 VALUE 62,04.
       77 WRK-SF-IDADE    PIC 9(02) VALUE 14.
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-HOLERITE-NOME  PIC X(16).
       77 WRK-DATA     PIC 9(08).
           MOVE WRK-DATA TO WRK-ALVO-VIG.
           PERFORM 1100-CARREGAR-INSS.
           PERFORM 1200-CARREGAR-IRRF.
           PERFORM 1300-CARREGAR-DEPEND.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
               CLOSE REGISTRO-13
               OPEN I-O REGISTRO-13
           END-IF.
      ***************** SEM CADASTRO DE DEPENDENTES NINGUEM DEDUZ
           OPEN INPUT DEPENDENTES.
           IF DEP-STATUS = 00
               MOVE 'S' TO WRK-DEP-OK
           END-IF.

      ***************** MESMAS FAIXAS PADRAO DO FOLHA QUANDO AS
      ***************** TABELAS AINDA NAO EXISTEM EM DISCO
               CLOSE IRRF-TAB
           END-IF.

      ***************** DEDUCAO POR DEPENDENTE E SALARIO-FAMILIA
      ***************** DA VERSAO DE DEPEND.TAB VIGENTE NA DATA EM
      ***************** PROCESSO; SEM A TABELA FICAM OS PADROES
       1300-CARREGAR-DEPEND.
           MOVE 'N' TO WRK-EOF.
           MOVE ZEROS TO WRK-VIG-MELHOR.
           OPEN INPUT DEPEND-TAB.
           IF DTAB-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ DEPEND-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF DT-VIGENCIA <= WRK-ALVO-VIG
                               AND DT-VIGENCIA >= WRK-VIG-MELHOR
                               MOVE DT-VIGENCIA  TO WRK-VIG-MELHOR
                               MOVE DT-DEDUCAO   TO WRK-DEP-DEDUCAO
                               MOVE DT-SF-LIMITE TO WRK-SF-LIMITE
                               MOVE DT-SF-COTA   TO WRK-SF-COTA
                               MOVE DT-SF-IDADE  TO WRK-SF-IDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPEND-TAB
           END-IF.

       2000-PROCESSAR.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO FUN-MATRICULA.
       3000-FINALIZAR.
           CLOSE FUNCIONARIOS.
           CLOSE REGISTRO-13.
           IF WRK-DEP-OK = 'S'
               CLOSE DEPENDENTES
           END-IF.
           DISPLAY ' '.
           DISPLAY '13o SALARIO ' WRK-ANO ' - PARCELA ' WRK-PARCELA.
           DISPLAY 'FUNCIONARIOS PAGOS   ' WRK-FUNCIONARIOS.
      ***************** INTEIRO, ABATIDO O QUE JA SAIU EM NOVEMBRO
       4200-PAGA-PARCELA2.
           PERFORM 4300-CALCULA-INSS.
           PERFORM 4350-CONTA-DEPENDENTES THRU 4350-FIM.
           PERFORM 4400-CALCULA-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-DIREITO - WRK-INSS - WRK-IRRF
               - F13-PARCELA1.
               MOVE WI-LIMITE(WRK-IDX) TO WRK-FAIXA-BASE
           END-PERFORM.

      ***************** DEPENDENTES DA MATRICULA: OS MARCADOS PARA
      ***************** O IRRF ABATEM A DEDUCAO DA BASE; OS FILHOS
      ***************** MARCADOS PARA O SALARIO-FAMILIA CONTAM COTA
      ***************** ENQUANTO NAO ATINGEM A IDADE LIMITE
       4350-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-DEP-IRRF WRK-DEP-SF WRK-DED-DEP.
           IF WRK-DEP-OK NOT = 'S'
               GO TO 4350-FIM.
           MOVE 'N' TO WRK-DEP-EOF.
           MOVE FUN-MATRICULA TO DP-MATRICULA.
           MOVE ZEROS TO DP-SEQ.
           START DEPENDENTES KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-DEP-EOF
           END-START.
           PERFORM UNTIL WRK-DEP-EOF = 'Y'
               READ DEPENDENTES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-DEP-EOF
               END-READ
               IF WRK-DEP-EOF = 'N'
                   IF DP-MATRICULA NOT = FUN-MATRICULA
                       MOVE 'Y' TO WRK-DEP-EOF
                   ELSE
                       IF DP-IRRF = 'S'
                           ADD 1 TO WRK-DEP-IRRF
                       END-IF
                       IF DP-SALFAM = 'S' AND DP-PARENTESCO = 'F'
                           AND DP-NASCIMENTO <= WRK-ALVO-VIG
                           COMPUTE WRK-IDADE =
                               (WRK-ALVO-VIG - DP-NASCIMENTO) / 10000
                           IF WRK-IDADE < WRK-SF-IDADE
                               ADD 1 TO WRK-DEP-SF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-DED-DEP = WRK-DEP-IRRF * WRK-DEP-DEDUCAO.
       4350-FIM.
           EXIT.

       4400-CALCULA-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-BASE = WRK-DIREITO - WRK-INSS.
      ***************** DEDUCAO DOS DEPENDENTES, SEM BASE NEGATIVA
           IF WRK-DED-DEP < WRK-BASE
               SUBTRACT WRK-DED-DEP FROM WRK-BASE
           ELSE
               MOVE ZEROS TO WRK-BASE
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-IRRF-QTD
               IF WRK-BASE <= WR-LIMITE(WRK-IDX)
               DELIMITED BY SIZE INTO HOLERITE-REG
           END-STRING.
           WRITE HOLERITE-REG.
           IF WRK-PARCELA = 2 AND WRK-DEP-IRRF > ZEROS
               MOVE WRK-DED-DEP TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REG
               STRING '  DEPENDENTES ' WRK-DEP-IRRF ' - DEDUZIDO '
                   'DA BASE ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO HOLERITE-REG
               END-STRING
               WRITE HOLERITE-REG
           END-IF.
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REG.
           STRING 'VALOR DA PARCELA   ' WRK-VALOR-ED
