      *           IRRF (FAIXAS DE IRRF.TAB),
      *           IMPRIME UM HOLERITE POR
      *           FUNCIONARIO E ACUMULA O ANO
      *           NO REGISTRO FOLHAREG.DAT.
      *           PROVENTOS VARIAVEIS DO MES
      *           (FOLHAVAR.DAT, EX.: COMISSAO
      *           DE VENDAS) ENTRAM NO BRUTO
      *           ANTES DO INSS/IRRF; DESCONTOS
      *           VARIAVEIS (EX.: COMPRAS NA
      *           LOJA) SAEM DO LIQUIDO.
      *           OS DEPENDENTES (DEPENDEN.DAT)
      *           ABATEM A BASE DO IRRF E OS
      *           FILHOS ELEGIVEIS RENDEM O
      *           SALARIO-FAMILIA A QUEM GANHA
      *           ATE O LIMITE DE DEPEND.TAB.
      *           OS ENCARGOS DA EMPRESA (FGTS,
      *           INSS PATRONAL, RAT E
      *           TERCEIROS DE ENCARGOS.TAB)
      *           SAEM POR FUNCIONARIO NA LINHA
      *           DO FOLHALIQ.DAT.
      *           DIFERENCAS RETROATIVAS DE
      *           DISSIDIO (DISSIDIO) CHEGAM
      *           COM O INSS/IRRF JA CALCULADO
      *           MES A MES E NAO PASSAM DE
      *           NOVO PELAS FAIXAS DO MES.
      *           AS PARCELAS DE EMPRESTIMO
      *           CONSIGNADO (CONSIG.DAT) SAEM
      *           DO LIQUIDO ATE A MARGEM
      *           LEGAL; A PARCELA QUE NAO CABE
      *           FICA PARA O MES SEGUINTE.
      *           A LINHA DO FOLHALIQ.DAT LEVA O
      *           CENTRO DE CUSTO DO FUNCIONARIO
      *           NO MES PARA O RATEIO CONTABIL
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FREG-STATUS
               RECORD KEY  IS FR-CHAVE.
           SELECT FOLHA-VARIAVEL ASSIGN TO
           'FOLHAVAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FVAR-STATUS
               RECORD KEY  IS FV-CHAVE.
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
           SELECT ENCARGOS-TAB ASSIGN TO
           'ENCARGOS.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENC-STATUS.
           SELECT CONSIGNADOS ASSIGN TO
           'CONSIG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONS-STATUS
               RECORD KEY  IS CS-CHAVE.
           SELECT HOLERITE ASSIGN TO WRK-HOLERITE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-STATUS.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD INSS-TAB.
       01 INSS-REG.
           05 FR-YTD-IRRF       PIC 9(08)V99.
           05 FR-YTD-LIQUIDO    PIC 9(08)V99.

      ***************** LANCAMENTOS VARIAVEIS DA FOLHA: UM REGISTRO
      ***************** POR MATRICULA, COMPETENCIA E EVENTO. TIPO P
      ***************** (PROVENTO) ENTRA NO BRUTO, TIPO D (DESCONTO)
      ***************** SAI DO LIQUIDO. TIPOS R, I E T: DIFERENCA
      ***************** RETROATIVA E O INSS/IRRF JA APURADOS SOBRE ELA
       FD FOLHA-VARIAVEL.
       01 FOLHAVAR-REG.
           05 FV-CHAVE.
               10 FV-MATRICULA  PIC 9(06).
               10 FV-ANO        PIC 9(04).
               10 FV-MES        PIC 9(02).
               10 FV-EVENTO     PIC X(04).
           05 FV-TIPO           PIC X(01).
           05 FV-DESCRICAO      PIC X(20).
           05 FV-VALOR          PIC 9(06)V99.
           05 FV-ORIGEM         PIC X(10).

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

       FD ENCARGOS-TAB.
       01 ENCARGOS-REG.
           05 EN-FGTS           PIC 9V9999.
           05 EN-PATRONAL       PIC 9V9999.
           05 EN-RAT            PIC 9V9999.
           05 EN-TERCEIROS      PIC 9V9999.
           05 EN-VIGENCIA       PIC 9(08).

      ***************** CONTRATOS DE CONSIGNADO (CONSMNT MANTEM)
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

       FD HOLERITE.
       01 HOLERITE-REG          PIC X(60).

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

       FD DESLIGADOS.
       01 DESLIGADO-REG.
       77 PONTO-STATUS PIC 9(02).
       77 LIQ-STATUS   PIC 9(02).
       77 DESL-STATUS  PIC 9(02).
       77 FVAR-STATUS  PIC 9(02).
       77 WRK-VAR-OK   PIC X(1) VALUE 'N'.
       77 WRK-VAR-EOF  PIC X(1).
       77 DEP-STATUS   PIC 9(02).
       77 DTAB-STATUS  PIC 9(02).
       77 WRK-DEP-OK   PIC X(1) VALUE 'N'.
       77 WRK-DEP-EOF  PIC X(1).
       77 WRK-DEP-IRRF PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-SF   PIC 9(02) VALUE ZEROS.
       77 WRK-IDADE    PIC 9(03).
       77 WRK-DED-DEP  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SAL-FAMILIA PIC 9(06)V99 VALUE ZEROS.
      * Diferencas retroativas (tipos R, I e T do FOLHAVAR.DAT)
       77 WRK-RETRO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RETRO-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RETRO-IRRF PIC 9(06)V99 VALUE ZEROS.
      * Valores de DEPEND.TAB (padrao quando a tabela nao existe)
       77 WRK-DEP-DEDUCAO PIC 9(05)V99 VALUE 189,59.
       77 WRK-SF-LIMITE   PIC 9(06)V99 VALUE 1819,26.
       77 WRK-SF-COTA     PIC 9(05)V99 VALUE 62,04.
       77 WRK-SF-IDADE    PIC 9(02) VALUE 14.
       77 ENC-STATUS   PIC 9(02).
      * Aliquotas de ENCARGOS.TAB (padrao quando a tabela nao existe)
       77 WRK-EN-FGTS      PIC 9V9999 VALUE 0,0800.
       77 WRK-EN-PATRONAL  PIC 9V9999 VALUE 0,2000.
       77 WRK-EN-RAT       PIC 9V9999 VALUE 0,0200.
       77 WRK-EN-TERCEIROS PIC 9V9999 VALUE 0,0580.
       77 WRK-FGTS     PIC 9(06)V99.
       77 WRK-INSS-EMP PIC 9(06)V99.
       77 WRK-RAT-TERC PIC 9(06)V99.
       77 CONS-STATUS  PIC 9(02).
       77 WRK-CS-OK    PIC X(1) VALUE 'N'.
       77 WRK-CS-EOF   PIC X(1).
      * Margem consignavel: parte do bruto menos INSS e IRRF que
      * as parcelas podem comprometer
       77 WRK-CS-MARGEM-PCT PIC 9V9999 VALUE 0,3500.
       77 WRK-MARGEM   PIC 9(06)V99.
       77 WRK-CONSIG   PIC 9(06)V99.
       77 WRK-CS-DEVIDAS PIC 9(03).
       77 WRK-CS-CABEM PIC 9(03).
       77 WRK-COMPET   PIC 9(06).
       77 WRK-CS-QTD   PIC 9(02) VALUE ZEROS.
       77 WRK-CS-IDX   PIC 9(02).
       01 WRK-CS-TABELA.
           05 WRK-CS OCCURS 10 TIMES.
               10 WC-BANCO      PIC 9(03).
               10 WC-CONTRATO   PIC X(11).
               10 WC-QTD        PIC 9(03).
               10 WC-ATRASADAS  PIC 9(03).
               10 WC-VALOR      PIC 9(06)V99.
               10 WC-PENDENTE   PIC 9(06)V99.
               10 WC-ATUALIZA   PIC X(01).
       77 WRK-EV-QTD   PIC 9(02) VALUE ZEROS.
       77 WRK-EV-IDX   PIC 9(02).
       01 WRK-EV-TABELA.
           05 WRK-EV OCCURS 10 TIMES.
               10 WE-TIPO       PIC X(01).
               10 WE-DESCRICAO  PIC X(20).
               10 WE-VALOR      PIC 9(06)V99.
       77 WRK-DESL-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DESL-IDX PIC 9(03).
       77 WRK-DESLIGADO PIC X(1).
       77 WRK-IRRF     PIC 9(06)V99.
       77 WRK-BASE     PIC 9(06)V99.
       77 WRK-LIQUIDO  PIC 9(06)V99.
       77 WRK-DESCONTOS PIC 9(06)V99.
       77 WRK-DESC-FALTA PIC 9(06)V99.
       77 WRK-FAIXA-BASE PIC 9(06)V99.
       77 WRK-FAIXA-TOPO PIC 9(06)V99.
       77 WRK-PARCELA  PIC 9(06)V99.
       77 WRK-TOTAL-BRUTO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESC    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALFAM  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-ENC     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-CONSIG  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-FOLHA   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED      PIC $ZZZ.ZZ9,99.
      ***************** PROCESSO, NAO PELA DATA DE HOJE
           COMPUTE WRK-ALVO-VIG =
               WRK-ANO * 10000 + WRK-MES * 100 + 1.
           COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES.
           PERFORM 1100-CARREGAR-INSS.
           PERFORM 1200-CARREGAR-IRRF.
           PERFORM 1400-CARREGAR-DEPEND.
           PERFORM 1500-CARREGAR-ENCARGOS.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
           IF PONTO-STATUS = 00
               MOVE 'S' TO WRK-PONTO-OK
           END-IF.
      ***************** SEM LANCAMENTOS VARIAVEIS SO O FIXO E O PONTO
           OPEN INPUT FOLHA-VARIAVEL.
           IF FVAR-STATUS = 00
               MOVE 'S' TO WRK-VAR-OK
           END-IF.
      ***************** SEM CADASTRO DE DEPENDENTES NINGUEM DEDUZ
           OPEN INPUT DEPENDENTES.
           IF DEP-STATUS = 00
               MOVE 'S' TO WRK-DEP-OK
           END-IF.
      ***************** SEM CONTRATOS DE CONSIGNADO NADA A DESCONTAR
           OPEN I-O CONSIGNADOS.
           IF CONS-STATUS = 00
               MOVE 'S' TO WRK-CS-OK
           END-IF.
           OPEN EXTEND LIQUIDO-MES.
           IF LIQ-STATUS = 35
               CLOSE LIQUIDO-MES
               CLOSE IRRF-TAB
           END-IF.

      ***************** DEDUCAO POR DEPENDENTE E SALARIO-FAMILIA
      ***************** DA VERSAO DE DEPEND.TAB VIGENTE NA DATA EM
      ***************** PROCESSO; SEM A TABELA FICAM OS PADROES
       1400-CARREGAR-DEPEND.
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

      ***************** ALIQUOTAS PATRONAIS DA VERSAO VIGENTE DE
      ***************** ENCARGOS.TAB; SEM A TABELA FICAM OS PADROES
       1500-CARREGAR-ENCARGOS.
           MOVE 'N' TO WRK-EOF.
           MOVE ZEROS TO WRK-VIG-MELHOR.
           OPEN INPUT ENCARGOS-TAB.
           IF ENC-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ ENCARGOS-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF EN-VIGENCIA <= WRK-ALVO-VIG
                               AND EN-VIGENCIA >= WRK-VIG-MELHOR
                               MOVE EN-VIGENCIA  TO WRK-VIG-MELHOR
                               MOVE EN-FGTS      TO WRK-EN-FGTS
                               MOVE EN-PATRONAL  TO WRK-EN-PATRONAL
                               MOVE EN-RAT       TO WRK-EN-RAT
                               MOVE EN-TERCEIROS TO WRK-EN-TERCEIROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-TAB
           END-IF.

       2000-PROCESSAR.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO FUN-MATRICULA.
           IF WRK-PONTO-OK = 'S'
               CLOSE ARQ-PONTO
           END-IF.
           IF WRK-VAR-OK = 'S'
               CLOSE FOLHA-VARIAVEL
           END-IF.
           IF WRK-DEP-OK = 'S'
               CLOSE DEPENDENTES
           END-IF.
           IF WRK-CS-OK = 'S'
               CLOSE CONSIGNADOS
           END-IF.
           CLOSE LIQUIDO-MES.
           DISPLAY ' '.
           DISPLAY 'FOLHA DE ' WRK-MES '/' WRK-ANO ' - '
           DISPLAY 'TOTAL INSS    ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-IRRF TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL IRRF    ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-DESC TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DESCONT.' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-SALFAM TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL SAL.FAM.' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-CONSIG TO WRK-TOTAL-ED.
           DISPLAY 'CONSIGNADOS   ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-FGTS TO WRK-TOTAL-ED.
           DISPLAY 'FGTS A DEPOS. ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ENC TO WRK-TOTAL-ED.
           DISPLAY 'INSS EMPRESA  ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-FOLHA TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DA FOLHA' WRK-TOTAL-ED.

           MOVE FUN-SALARIO TO WRK-BRUTO.
           PERFORM 4025-APLICA-PONTO THRU 4025-FIM.
           PERFORM 4050-DESCONTA-FERIAS THRU 4050-FIM.
           PERFORM 4075-SOMA-VARIAVEIS THRU 4075-FIM.
           PERFORM 4100-CALCULA-INSS.
           PERFORM 4150-CONTA-DEPENDENTES THRU 4150-FIM.
           PERFORM 4200-CALCULA-IRRF.
           PERFORM 4250-SALARIO-FAMILIA.
           PERFORM 4275-SOMA-RETROATIVO.
           PERFORM 4300-CALCULA-ENCARGOS.
           COMPUTE WRK-LIQUIDO =
               WRK-BRUTO - WRK-INSS - WRK-IRRF + WRK-SAL-FAMILIA.
           PERFORM 4350-CALCULA-CONSIG THRU 4350-FIM.
           SUBTRACT WRK-CONSIG FROM WRK-LIQUIDO.
      ***************** O DESCONTO NAO DEIXA O LIQUIDO NEGATIVO: O
      ***************** QUE NAO COUBE SAI NO HOLERITE COMO PENDENTE
           MOVE ZEROS TO WRK-DESC-FALTA.
           IF WRK-DESCONTOS > WRK-LIQUIDO
               COMPUTE WRK-DESC-FALTA = WRK-DESCONTOS - WRK-LIQUIDO
               MOVE WRK-LIQUIDO TO WRK-DESCONTOS
           END-IF.
           SUBTRACT WRK-DESCONTOS FROM WRK-LIQUIDO.
           ADD WRK-BRUTO TO WRK-TOTAL-BRUTO.
           ADD WRK-INSS    TO WRK-TOTAL-INSS.
           ADD WRK-IRRF    TO WRK-TOTAL-IRRF.
           ADD WRK-DESCONTOS TO WRK-TOTAL-DESC.
           ADD WRK-SAL-FAMILIA TO WRK-TOTAL-SALFAM.
           ADD WRK-CONSIG TO WRK-TOTAL-CONSIG.
           ADD WRK-FGTS TO WRK-TOTAL-FGTS.
           COMPUTE WRK-TOTAL-ENC = WRK-TOTAL-ENC
               + WRK-INSS-EMP + WRK-RAT-TERC.
           ADD WRK-LIQUIDO TO WRK-TOTAL-FOLHA.
           PERFORM 5000-ACUMULA-REGISTRO.
           PERFORM 6000-IMPRIME-HOLERITE.
           MOVE WRK-BRUTO     TO FL-BRUTO.
           MOVE WRK-INSS      TO FL-INSS.
           MOVE WRK-IRRF      TO FL-IRRF.
           MOVE WRK-DESCONTOS TO FL-DESCONTOS.
           MOVE WRK-SAL-FAMILIA TO FL-SALFAM.
           MOVE WRK-FGTS      TO FL-FGTS.
           MOVE WRK-INSS-EMP  TO FL-INSS-EMP.
           MOVE WRK-RAT-TERC  TO FL-RAT-TERC.
           MOVE WRK-CONSIG    TO FL-CONSIG.
           MOVE FUN-CCUSTO    TO FL-CCUSTO.
           WRITE LIQUIDO-REG.
           PERFORM 4650-ATUALIZA-CONSIG.

      ***************** HORISTA COM PONTO LANCADO NO MES: O BRUTO E
      ***************** MONTADO DO PONTO (BASE 220 HORAS, EXTRA A
       4050-FIM.
           EXIT.

      ***************** PROVENTOS VARIAVEIS DA COMPETENCIA (COMISSAO
      ***************** LANCADA PELO COMISSAO ETC.) SOMAM NO BRUTO,
      ***************** E POR ISSO PASSAM PELO INSS E PELO IRRF; OS
      ***************** DESCONTOS (COMPRAS DO DESCFUNC ETC.) SO SAEM
      ***************** DO LIQUIDO. DIFERENCA RETROATIVA (TIPO R) E
      ***************** O INSS (I) E O IRRF (T) JA APURADOS SOBRE ELA
      ***************** FICAM A PARTE ATE O 4275. A TABELA GUARDA AS
      ***************** LINHAS PARA O HOLERITE
       4075-SOMA-VARIAVEIS.
           MOVE ZEROS TO WRK-EV-QTD WRK-DESCONTOS.
           MOVE ZEROS TO WRK-RETRO WRK-RETRO-INSS WRK-RETRO-IRRF.
           IF WRK-VAR-OK NOT = 'S'
               GO TO 4075-FIM.
           MOVE 'N' TO WRK-VAR-EOF.
           MOVE FUN-MATRICULA TO FV-MATRICULA.
           MOVE WRK-ANO       TO FV-ANO.
           MOVE WRK-MES       TO FV-MES.
           MOVE LOW-VALUES    TO FV-EVENTO.
           START FOLHA-VARIAVEL KEY IS NOT LESS THAN FV-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-VAR-EOF
           END-START.
           PERFORM UNTIL WRK-VAR-EOF = 'Y'
               READ FOLHA-VARIAVEL NEXT RECORD
                   AT END MOVE 'Y' TO WRK-VAR-EOF
               END-READ
               IF WRK-VAR-EOF = 'N'
                   IF FV-MATRICULA NOT = FUN-MATRICULA
                       OR FV-ANO NOT = WRK-ANO
                       OR FV-MES NOT = WRK-MES
                       MOVE 'Y' TO WRK-VAR-EOF
                   ELSE
                       IF (FV-TIPO = 'P' OR FV-TIPO = 'D'
                           OR FV-TIPO = 'R' OR FV-TIPO = 'I'
                           OR FV-TIPO = 'T')
                           AND WRK-EV-QTD < 10
                           ADD 1 TO WRK-EV-QTD
                           MOVE FV-TIPO TO WE-TIPO(WRK-EV-QTD)
                           MOVE FV-DESCRICAO
                               TO WE-DESCRICAO(WRK-EV-QTD)
                           MOVE FV-VALOR TO WE-VALOR(WRK-EV-QTD)
                           EVALUATE FV-TIPO
                               WHEN 'P'
                                   ADD FV-VALOR TO WRK-BRUTO
                               WHEN 'D'
                                   ADD FV-VALOR TO WRK-DESCONTOS
                               WHEN 'R'
                                   ADD FV-VALOR TO WRK-RETRO
                               WHEN 'I'
                                   ADD FV-VALOR TO WRK-RETRO-INSS
                               WHEN 'T'
                                   ADD FV-VALOR TO WRK-RETRO-IRRF
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       4075-FIM.
           EXIT.

      ***************** INSS PROGRESSIVO: CADA FAIXA TRIBUTA SO A
      ***************** PARCELA DO SALARIO DENTRO DELA, ATE O TETO
       4100-CALCULA-INSS.
               MOVE WI-LIMITE(WRK-IDX) TO WRK-FAIXA-BASE
           END-PERFORM.

      ***************** DEPENDENTES DA MATRICULA: OS MARCADOS PARA
      ***************** O IRRF ABATEM A DEDUCAO DA BASE; OS FILHOS
      ***************** MARCADOS PARA O SALARIO-FAMILIA CONTAM COTA
      ***************** ENQUANTO NAO ATINGEM A IDADE LIMITE
       4150-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-DEP-IRRF WRK-DEP-SF WRK-DED-DEP.
           IF WRK-DEP-OK NOT = 'S'
               GO TO 4150-FIM.
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
       4150-FIM.
           EXIT.

       4200-CALCULA-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-BASE = WRK-BRUTO - WRK-INSS.
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

      ***************** SALARIO-FAMILIA: UMA COTA POR FILHO
      ***************** ELEGIVEL QUANDO O BRUTO DO MES NAO PASSA DO
      ***************** LIMITE. NAO E SALARIO - FICA FORA DO INSS E
      ***************** DO IRRF E ENTRA SO NO LIQUIDO (A EMPRESA O
      ***************** COMPENSA NA GUIA DO INSS)
       4250-SALARIO-FAMILIA.
           MOVE ZEROS TO WRK-SAL-FAMILIA.
           IF WRK-DEP-SF > ZEROS AND WRK-BRUTO <= WRK-SF-LIMITE
               COMPUTE WRK-SAL-FAMILIA = WRK-DEP-SF * WRK-SF-COTA
           END-IF.

      ***************** DIFERENCA RETROATIVA: ENTRA NO BRUTO DEPOIS
      ***************** DAS FAIXAS E DO LIMITE DO SALARIO-FAMILIA
      ***************** (O INSS E O IRRF DELA FORAM APURADOS NOS
      ***************** MESES DE ORIGEM) E SOMA AO INSS/IRRF RETIDOS.
      ***************** O FGTS E OS ENCARGOS INCIDEM NORMALMENTE
       4275-SOMA-RETROATIVO.
           ADD WRK-RETRO      TO WRK-BRUTO.
           ADD WRK-RETRO-INSS TO WRK-INSS.
           ADD WRK-RETRO-IRRF TO WRK-IRRF.

      ***************** ENCARGOS DA EMPRESA SOBRE O BRUTO DO MES
      ***************** (O SALARIO-FAMILIA NAO ENTRA): FGTS PARA O
      ***************** DEPOSITO, INSS PATRONAL E RAT + TERCEIROS
      ***************** PARA A GUIA. NAO MEXEM NO LIQUIDO
       4300-CALCULA-ENCARGOS.
           COMPUTE WRK-FGTS ROUNDED = WRK-BRUTO * WRK-EN-FGTS.
           COMPUTE WRK-INSS-EMP ROUNDED =
               WRK-BRUTO * WRK-EN-PATRONAL.
           COMPUTE WRK-RAT-TERC ROUNDED =
               WRK-BRUTO * (WRK-EN-RAT + WRK-EN-TERCEIROS).

      ***************** CONSIGNADO: CADA CONTRATO ATIVO COBRA A
      ***************** PARCELA DO MES (ENQUANTO HOUVER PRAZO) MAIS AS
      ***************** ATRASADAS. SO PARCELAS INTEIRAS E SO ATE A
      ***************** MARGEM SOBRE BRUTO - INSS - IRRF; O QUE NAO
      ***************** CABE VIRA ATRASADA. MES JA DESCONTADO (FOLHA
      ***************** RERODADA) REPETE O QUE FOI GRAVADO
       4350-CALCULA-CONSIG.
           MOVE ZEROS TO WRK-CONSIG WRK-CS-QTD.
           IF WRK-CS-OK NOT = 'S'
               GO TO 4350-FIM.
           COMPUTE WRK-MARGEM ROUNDED =
               (WRK-BRUTO - WRK-INSS - WRK-IRRF) * WRK-CS-MARGEM-PCT.
           MOVE 'N' TO WRK-CS-EOF.
           MOVE FUN-MATRICULA TO CS-MATRICULA.
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
                   IF CS-MATRICULA NOT = FUN-MATRICULA
                       MOVE 'Y' TO WRK-CS-EOF
                   ELSE
                       IF (CS-SITUACAO = 'A'
                           OR CS-ULT-COMPET = WRK-COMPET)
                           AND CS-INICIO NOT > WRK-COMPET
                           AND WRK-CS-QTD < 10
                           PERFORM 4360-PARCELAS-CONTRATO
                               THRU 4360-FIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       4350-FIM.
           EXIT.

       4360-PARCELAS-CONTRATO.
           IF CS-ULT-COMPET = WRK-COMPET
               ADD 1 TO WRK-CS-QTD
               MOVE CS-ULT-QTD      TO WC-QTD(WRK-CS-QTD)
               MOVE CS-ATRASADAS    TO WC-ATRASADAS(WRK-CS-QTD)
               MOVE CS-ULT-VALOR    TO WC-VALOR(WRK-CS-QTD)
               MOVE CS-ULT-PENDENTE TO WC-PENDENTE(WRK-CS-QTD)
               MOVE 'N'             TO WC-ATUALIZA(WRK-CS-QTD)
           ELSE
               MOVE CS-ATRASADAS TO WRK-CS-DEVIDAS
               IF CS-PAGAS + CS-ATRASADAS < CS-PRAZO
                   ADD 1 TO WRK-CS-DEVIDAS
               END-IF
               IF WRK-CS-DEVIDAS = ZEROS
                   GO TO 4360-FIM
               END-IF
               COMPUTE WRK-CS-CABEM = WRK-MARGEM / CS-PARCELA
               IF WRK-CS-CABEM > WRK-CS-DEVIDAS
                   MOVE WRK-CS-DEVIDAS TO WRK-CS-CABEM
               END-IF
               ADD 1 TO WRK-CS-QTD
               MOVE WRK-CS-CABEM TO WC-QTD(WRK-CS-QTD)
               COMPUTE WC-ATRASADAS(WRK-CS-QTD) =
                   WRK-CS-DEVIDAS - WRK-CS-CABEM
               COMPUTE WC-VALOR(WRK-CS-QTD) =
                   WRK-CS-CABEM * CS-PARCELA
               COMPUTE WC-PENDENTE(WRK-CS-QTD) =
                   WC-ATRASADAS(WRK-CS-QTD) * CS-PARCELA
               MOVE 'S' TO WC-ATUALIZA(WRK-CS-QTD)
           END-IF.
           MOVE CS-BANCO    TO WC-BANCO(WRK-CS-QTD).
           MOVE CS-CONTRATO TO WC-CONTRATO(WRK-CS-QTD).
           ADD WC-VALOR(WRK-CS-QTD) TO WRK-CONSIG.
           IF WC-VALOR(WRK-CS-QTD) < WRK-MARGEM
               SUBTRACT WC-VALOR(WRK-CS-QTD) FROM WRK-MARGEM
           ELSE
               MOVE ZEROS TO WRK-MARGEM
           END-IF.
       4360-FIM.
           EXIT.

      ***************** SO QUANDO O MES ENTRA NO ACUMULADO: PARCELAS
      ***************** PAGAS, ATRASADAS E O RETRATO DO MES PARA O
      ***************** REPASSE (CONSREM)
       4650-ATUALIZA-CONSIG.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CS-QTD
               IF WC-ATUALIZA(WRK-CS-IDX) = 'S'
                   MOVE FUN-MATRICULA          TO CS-MATRICULA
                   MOVE WC-BANCO(WRK-CS-IDX)    TO CS-BANCO
                   MOVE WC-CONTRATO(WRK-CS-IDX) TO CS-CONTRATO
                   READ CONSIGNADOS
                       INVALID KEY
                           DISPLAY 'CONTRATO NAO ENCONTRADO ' CS-CHAVE
                       NOT INVALID KEY
                           ADD WC-QTD(WRK-CS-IDX) TO CS-PAGAS
                           MOVE WC-ATRASADAS(WRK-CS-IDX)
                               TO CS-ATRASADAS
                           MOVE WRK-COMPET TO CS-ULT-COMPET
                           MOVE WC-QTD(WRK-CS-IDX) TO CS-ULT-QTD
                           MOVE WC-VALOR(WRK-CS-IDX) TO CS-ULT-VALOR
                           MOVE WC-PENDENTE(WRK-CS-IDX)
                               TO CS-ULT-PENDENTE
                           IF CS-PAGAS NOT < CS-PRAZO
                               MOVE 'Q' TO CS-SITUACAO
                           END-IF
                           REWRITE CONSIG-REG
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR CONTRATO '
                                       CS-CHAVE
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

       5000-ACUMULA-REGISTRO.
           MOVE FUN-MATRICULA TO FR-MATRICULA.
           MOVE WRK-ANO       TO FR-ANO.
               END-STRING
               WRITE HOLERITE-REG
           END-IF.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTD
               IF WE-TIPO(WRK-EV-IDX) = 'P' OR 'R'
                   MOVE WE-VALOR(WRK-EV-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO HOLERITE-REG
                   STRING ' (+) ' WE-DESCRICAO(WRK-EV-IDX) ' '
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO HOLERITE-REG
                   END-STRING
                   WRITE HOLERITE-REG
               END-IF
           END-PERFORM.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REG.
           STRING 'INSS          ' WRK-VALOR-ED DELIMITED BY SIZE
               INTO HOLERITE-REG
           END-STRING.
           WRITE HOLERITE-REG.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTD
               IF WE-TIPO(WRK-EV-IDX) = 'I' OR 'T'
                   MOVE WE-VALOR(WRK-EV-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO HOLERITE-REG
                   STRING '  INCLUI ' WE-DESCRICAO(WRK-EV-IDX) ' '
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO HOLERITE-REG
                   END-STRING
                   WRITE HOLERITE-REG
               END-IF
           END-PERFORM.
           IF WRK-DEP-IRRF > ZEROS
               MOVE WRK-DED-DEP TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REG
               STRING '  DEPENDENTES ' WRK-DEP-IRRF ' - DEDUZIDO '
                   'DA BASE ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO HOLERITE-REG
               END-STRING
               WRITE HOLERITE-REG
           END-IF.
           IF WRK-SAL-FAMILIA > ZEROS
               MOVE WRK-SAL-FAMILIA TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REG
               STRING ' (+) SALARIO-FAMILIA (' WRK-DEP-SF ')   '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO HOLERITE-REG
               END-STRING
               WRITE HOLERITE-REG
           END-IF.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CS-QTD
               IF WC-VALOR(WRK-CS-IDX) > ZEROS
                   MOVE WC-VALOR(WRK-CS-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO HOLERITE-REG
                   STRING ' (-) CONSIGNADO ' WC-BANCO(WRK-CS-IDX) ' '
                       WC-CONTRATO(WRK-CS-IDX) ' ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO HOLERITE-REG
                   END-STRING
                   WRITE HOLERITE-REG
               END-IF
               IF WC-PENDENTE(WRK-CS-IDX) > ZEROS
                   MOVE WC-PENDENTE(WRK-CS-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO HOLERITE-REG
                   STRING '  PARCELAS ACIMA DA MARGEM ('
                       WC-ATRASADAS(WRK-CS-IDX) ') ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO HOLERITE-REG
                   END-STRING
                   WRITE HOLERITE-REG
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > WRK-EV-QTD
               IF WE-TIPO(WRK-EV-IDX) = 'D'
                   MOVE WE-VALOR(WRK-EV-IDX) TO WRK-VALOR-ED
                   MOVE SPACES TO HOLERITE-REG
                   STRING ' (-) ' WE-DESCRICAO(WRK-EV-IDX) ' '
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO HOLERITE-REG
                   END-STRING
                   WRITE HOLERITE-REG
               END-IF
           END-PERFORM.
           IF WRK-DESC-FALTA > ZEROS
               MOVE WRK-DESC-FALTA TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REG
               STRING ' DESCONTO NAO COBERTO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO HOLERITE-REG
               END-STRING
               WRITE HOLERITE-REG
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REG.
           STRING 'LIQUIDO       ' WRK-VALOR-ED DELIMITED BY SIZE
               INTO HOLERITE-REG
           END-STRING.
           WRITE HOLERITE-REG.
           MOVE WRK-FGTS TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REG.
           STRING 'FGTS DO MES   ' WRK-VALOR-ED
               ' (DEPOSITO DA EMPRESA)' DELIMITED BY SIZE
               INTO HOLERITE-REG
           END-STRING.
           WRITE HOLERITE-REG.
           CLOSE HOLERITE.
