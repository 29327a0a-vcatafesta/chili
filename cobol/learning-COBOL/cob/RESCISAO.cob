      *           TERMO ITEMIZADO E GRAVA O
      *           DESLIGAMENTO EM DESLIG.DAT
      *           PARA O FOLHA PULAR A
      *           MATRICULA NOS PROXIMOS MESES.
      *           OS DEPENDENTES (DEPENDEN.DAT)
      *           ABATEM A BASE DO IRRF E O
      *           SALARIO-FAMILIA SAI PELOS
      *           DIAS DO SALDO DE SALARIO.
      *           O SALDO DOS EMPRESTIMOS
      *           CONSIGNADOS (CONSIG.DAT) E
      *           RETIDO DAS VERBAS ATE A
      *           MARGEM LEGAL; O RESTANTE FICA
      *           PARA O BANCO COBRAR
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
           'DESLIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESL-STATUS.
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
           SELECT CONSIGNADOS ASSIGN TO
           'CONSIG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONS-STATUS
               RECORD KEY  IS CS-CHAVE.
           SELECT TERMO ASSIGN TO WRK-TERMO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMO-STATUS.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD REGISTRO-FOLHA.
       01 FOLHA-REG.
           05 DS-MATRICULA      PIC 9(06).
           05 DS-DATA           PIC 9(08).

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

       FD CONSIGNADOS.
       01 CONSIG-REG.
           05 CS-CHAVE.
               10 CS-MATRICULA  PIC 9(06).
               10 CS-BANCO      PIC 9(03).
               10 CS-CONTRATO   PIC X(11).
           05 CS-PARCELA        PIC 9(06)V99.
           05 CS-PRAZO          PIC 9(03).
           05 CS-INICIO         PIC 9(06).
           05 CS-PAGAS          PIC 9(03).
           05 CS-ATRASADAS      PIC 9(03).
           05 CS-SITUACAO       PIC X(01).
           05 CS-ULT-COMPET     PIC 9(06).
           05 CS-ULT-QTD        PIC 9(03).
           05 CS-ULT-VALOR      PIC 9(06)V99.
           05 CS-ULT-PENDENTE   PIC 9(06)V99.
           05 CS-RESC-VALOR     PIC 9(06)V99.

       FD TERMO.
       01 TERMO-REG             PIC X(70).

       77 IRRF-STATUS  PIC 9(02).
       77 DESL-STATUS  PIC 9(02).
       77 TERMO-STATUS PIC 9(02).
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
       77 CONS-STATUS  PIC 9(02).
       77 WRK-CS-OK    PIC X(1) VALUE 'N'.
       77 WRK-CS-EOF   PIC X(1).
      * Margem consignavel sobre as verbas rescisorias
       77 WRK-CS-MARGEM-PCT PIC 9V9999 VALUE 0,3500.
       77 WRK-MARGEM   PIC 9(07)V99.
       77 WRK-CONSIG   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CS-SALDO PIC 9(07)V99.
       77 WRK-CS-RETIDO PIC 9(06)V99.
       77 WRK-SAI-COMPET PIC 9(06).
       77 WRK-CS-QTD   PIC 9(02) VALUE ZEROS.
       77 WRK-CS-IDX   PIC 9(02).
       01 WRK-CS-TABELA.
           05 WRK-CS OCCURS 10 TIMES.
               10 WC-BANCO      PIC 9(03).
               10 WC-CONTRATO   PIC X(11).
               10 WC-VALOR      PIC 9(06)V99.
               10 WC-PENDENTE   PIC 9(07)V99.
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-TERMO-NOME PIC X(16).
       77 WRK-MATRICULA PIC 9(06).
           MOVE WRK-SAIDA TO WRK-ALVO-VIG.
           PERFORM 1100-CARREGAR-INSS.
           PERFORM 1200-CARREGAR-IRRF.
           PERFORM 1300-CARREGAR-DEPEND.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   STOP RUN
           END-READ.
           OPEN INPUT REGISTRO-FOLHA.
      ***************** SEM CADASTRO DE DEPENDENTES NINGUEM DEDUZ
           OPEN INPUT DEPENDENTES.
           IF DEP-STATUS = 00
               MOVE 'S' TO WRK-DEP-OK
           END-IF.
      ***************** SEM CONTRATOS DE CONSIGNADO NADA A QUITAR
           OPEN I-O CONSIGNADOS.
           IF CONS-STATUS = 00
               MOVE 'S' TO WRK-CS-OK
           END-IF.

       1100-CARREGAR-INSS.
           MOVE ZEROS TO WRK-INSS-QTD.
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

      ***************** SALDO DO MES EM TRINTA AVOS; 13o PELOS MESES
      ***************** DO ANO DA SAIDA; FERIAS PELOS MESES DESDE O
      ***************** ULTIMO ANIVERSARIO DE ADMISSAO, COM O TERCO;
           COMPUTE WRK-TRIBUTAVEL =
               WRK-SALDO-SALARIO + WRK-13-PROP.
           PERFORM 2100-CALCULA-INSS.
           PERFORM 2150-CONTA-DEPENDENTES THRU 2150-FIM.
           PERFORM 2200-CALCULA-IRRF.
           PERFORM 2250-SALARIO-FAMILIA.
           COMPUTE WRK-LIQUIDO =
               WRK-SALDO-SALARIO + WRK-13-PROP
               + WRK-FERIAS-PROP + WRK-TERCO + WRK-AVISO-VAL
               + WRK-SAL-FAMILIA
               - WRK-INSS - WRK-IRRF.
           PERFORM 2300-QUITA-CONSIG THRU 2300-FIM.
           SUBTRACT WRK-CONSIG FROM WRK-LIQUIDO.

      ***************** O ACUMULADO DO ANO SAI DO FOLHAREG.DAT - E O
      ***************** QUE ANTES FICAVA ABERTO NUMA SEGUNDA TELA -
               MOVE WI-LIMITE(WRK-IDX) TO WRK-FAIXA-BASE
           END-PERFORM.

      ***************** DEPENDENTES DA MATRICULA: OS MARCADOS PARA
      ***************** O IRRF ABATEM A DEDUCAO DA BASE; OS FILHOS
      ***************** MARCADOS PARA O SALARIO-FAMILIA CONTAM COTA
      ***************** ENQUANTO NAO ATINGEM A IDADE LIMITE
       2150-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-DEP-IRRF WRK-DEP-SF WRK-DED-DEP.
           IF WRK-DEP-OK NOT = 'S'
               GO TO 2150-FIM.
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
       2150-FIM.
           EXIT.

       2200-CALCULA-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-BASE = WRK-TRIBUTAVEL - WRK-INSS.
      ***************** DEDUCAO DOS DEPENDENTES, SEM BASE NEGATIVA
           IF WRK-DED-DEP < WRK-BASE
               SUBTRACT WRK-DED-DEP FROM WRK-BASE
           ELSE
               MOVE ZEROS TO WRK-BASE
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-IRRF-QTD
               IF WRK-BASE <= WR-LIMITE(WRK-IDX)
               END-IF
           END-PERFORM.

      ***************** SALARIO-FAMILIA DO MES DA SAIDA: AS COTAS
      ***************** DOS FILHOS ELEGIVEIS EM TRINTA AVOS PELOS
      ***************** DIAS DO SALDO, SE O SALARIO ESTA NO LIMITE
       2250-SALARIO-FAMILIA.
           MOVE ZEROS TO WRK-SAL-FAMILIA.
           IF WRK-DEP-SF > ZEROS AND FUN-SALARIO <= WRK-SF-LIMITE
               COMPUTE WRK-SAL-FAMILIA ROUNDED =
                   WRK-DEP-SF * WRK-SF-COTA / 30 * WRK-DIAS-MES
           END-IF.

      ***************** CONSIGNADO: O SALDO DEVEDOR DE CADA CONTRATO
      ***************** ATIVO (PARCELAS NAO PAGAS, ATRASADAS INCLUSIVE)
      ***************** SAI DO LIQUIDO ATE A MARGEM; O CONTRATO FICA
      ***************** QUITADO NA RESCISAO (R) COM O RETIDO E O QUE
      ***************** SOBROU PARA O REPASSE. RESCISAO REFEITA
      ***************** REPETE O QUE JA FOI RETIDO
       2300-QUITA-CONSIG.
           IF WRK-CS-OK NOT = 'S'
               GO TO 2300-FIM.
           COMPUTE WRK-SAI-COMPET = WRK-SAI-ANO * 100 + WRK-SAI-MES.
           COMPUTE WRK-MARGEM ROUNDED =
               WRK-LIQUIDO * WRK-CS-MARGEM-PCT.
           MOVE 'N' TO WRK-CS-EOF.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE ZEROS TO CS-BANCO.
           MOVE LOW-VALUES TO CS-CONTRATO.
           START CONSIGNADOS KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-CS-EOF
           END-START.
           PERFORM UNTIL WRK-CS-EOF = 'Y'
               READ CONSIGNADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-CS-EOF
               END-READ
               IF WRK-CS-EOF = 'N'
                   IF CS-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'Y' TO WRK-CS-EOF
                   ELSE
                       IF (CS-SITUACAO = 'A' OR CS-SITUACAO = 'R')
                           AND WRK-CS-QTD < 10
                           PERFORM 2350-QUITA-CONTRATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       2300-FIM.
           EXIT.

       2350-QUITA-CONTRATO.
           ADD 1 TO WRK-CS-QTD.
           MOVE CS-BANCO    TO WC-BANCO(WRK-CS-QTD).
           MOVE CS-CONTRATO TO WC-CONTRATO(WRK-CS-QTD).
           IF CS-SITUACAO = 'R'
               MOVE CS-RESC-VALOR   TO WC-VALOR(WRK-CS-QTD)
               MOVE CS-ULT-PENDENTE TO WC-PENDENTE(WRK-CS-QTD)
           ELSE
               COMPUTE WRK-CS-SALDO =
                   (CS-PRAZO - CS-PAGAS) * CS-PARCELA
               IF WRK-CS-SALDO > WRK-MARGEM
                   MOVE WRK-MARGEM TO WRK-CS-RETIDO
               ELSE
                   MOVE WRK-CS-SALDO TO WRK-CS-RETIDO
               END-IF
               SUBTRACT WRK-CS-RETIDO FROM WRK-MARGEM
               MOVE WRK-CS-RETIDO TO WC-VALOR(WRK-CS-QTD)
               COMPUTE WC-PENDENTE(WRK-CS-QTD) =
                   WRK-CS-SALDO - WRK-CS-RETIDO
               MOVE WRK-CS-RETIDO TO CS-RESC-VALOR
               IF CS-ULT-COMPET = WRK-SAI-COMPET
                   ADD WRK-CS-RETIDO TO CS-ULT-VALOR
               ELSE
                   MOVE WRK-SAI-COMPET TO CS-ULT-COMPET
                   MOVE ZEROS          TO CS-ULT-QTD
                   MOVE WRK-CS-RETIDO  TO CS-ULT-VALOR
               END-IF
               MOVE WC-PENDENTE(WRK-CS-QTD) TO CS-ULT-PENDENTE
               MOVE ZEROS TO CS-ATRASADAS
               MOVE 'R' TO CS-SITUACAO
               REWRITE CONSIG-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR CONTRATO ' CS-CHAVE
               END-REWRITE
           END-IF.
           ADD WC-VALOR(WRK-CS-QTD) TO WRK-CONSIG.

       3000-FINALIZAR.
           PERFORM 5000-IMPRIME-TERMO.
           PERFORM 6000-GRAVA-DESLIGAMENTO.
           CLOSE FUNCIONARIOS.
           CLOSE REGISTRO-FOLHA.
           IF WRK-DEP-OK = 'S'
               CLOSE DEPENDENTES
           END-IF.
           IF WRK-CS-OK = 'S'
               CLOSE CONSIGNADOS
           END-IF.
           DISPLAY ' '.
           DISPLAY 'RESCISAO DE ' FUN-NOME.
           MOVE WRK-LIQUIDO TO WRK-TOTAL-ED.
               DELIMITED BY SIZE INTO TERMO-REG
           END-STRING.
           WRITE TERMO-REG.
           IF WRK-SAL-FAMILIA > ZEROS
               MOVE WRK-SAL-FAMILIA TO WRK-VALOR-ED
               MOVE SPACES TO TERMO-REG
               STRING 'SALARIO-FAMILIA PROPORCIONAL  ' WRK-VALOR-ED
                   ' (' WRK-DEP-SF ' FILHO(S))'
                   DELIMITED BY SIZE INTO TERMO-REG
               END-STRING
               WRITE TERMO-REG
           END-IF.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO TERMO-REG.
           STRING 'INSS                          ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO TERMO-REG
           END-STRING.
           WRITE TERMO-REG.
           IF WRK-DEP-IRRF > ZEROS
               MOVE WRK-DED-DEP TO WRK-VALOR-ED
               MOVE SPACES TO TERMO-REG
               STRING '  DEPENDENTES ' WRK-DEP-IRRF ' - DEDUZIDO '
                   'DA BASE ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO TERMO-REG
               END-STRING
               WRITE TERMO-REG
           END-IF.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CS-QTD
               MOVE WC-VALOR(WRK-CS-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO TERMO-REG
               STRING 'CONSIGNADO ' WC-BANCO(WRK-CS-IDX) ' '
                   WC-CONTRATO(WRK-CS-IDX) '    ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO TERMO-REG
               END-STRING
               WRITE TERMO-REG
               IF WC-PENDENTE(WRK-CS-IDX) > ZEROS
                   MOVE WC-PENDENTE(WRK-CS-IDX) TO WRK-TOTAL-ED
                   MOVE SPACES TO TERMO-REG
                   STRING '  SALDO A COBRAR PELO BANCO ' WRK-TOTAL-ED
                       DELIMITED BY SIZE INTO TERMO-REG
                   END-STRING
                   WRITE TERMO-REG
               END-IF
           END-PERFORM.
           MOVE WRK-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO TERMO-REG.
           STRING 'LIQUIDO A PAGAR               ' WRK-TOTAL-ED
