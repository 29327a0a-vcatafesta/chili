      *           VERSAO NOVA EM VEZ DE
      *           SOBRESCREVER, ENTAO RERODAR
      *           UM MES ANTIGO CALCULA COM AS
      *           FAIXAS DAQUELA EPOCA.
      *           DEPEND.TAB GUARDA, TAMBEM POR
      *           VIGENCIA, A DEDUCAO DO IRRF
      *           POR DEPENDENTE E O LIMITE, A
      *           COTA E A IDADE DO
      *           SALARIO-FAMILIA, E ENCARGOS.TAB
      *           AS ALIQUOTAS PATRONAIS (FGTS,
      *           INSS DA EMPRESA, RAT E
      *           TERCEIROS). CCUSTO.TAB TRAZ OS
      *           CENTROS DE CUSTO DA FOLHA COM
      *           AS CONTAS DE SALARIOS E DE
      *           ENCARGOS DE CADA UM, CONFERIDAS
      *           CONTRA O PLANO (CONTAS.TAB).
      *           JORNADA.TAB E A JORNADA DE CADA
      *           DIA DA SEMANA QUE O PONTOIMP
      *           USA PARA SEPARAR AS EXTRAS
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
           'IRRF.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IRRF-STATUS.
           SELECT DEPEND-TAB ASSIGN TO
           'DEPEND.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTAB-STATUS.
           SELECT ENCARGOS-TAB ASSIGN TO
           'ENCARGOS.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENC-STATUS.
           SELECT CCUSTO-TAB ASSIGN TO
           'CCUSTO.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCU-STATUS.
           SELECT CONTAS-TAB ASSIGN TO
           'CONTAS.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTA-STATUS.
           SELECT JORNADA-TAB ASSIGN TO
           'JORNADA.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSS-TAB.
           05 IRRF-DEDUCAO      PIC 9(05)V99.
           05 IRRF-VIGENCIA     PIC 9(08).

      ***************** UMA LINHA POR VERSAO (NAO HA FAIXAS)
       FD DEPEND-TAB.
       01 DEPTAB-REG.
           05 DT-DEDUCAO        PIC 9(05)V99.
           05 DT-SF-LIMITE      PIC 9(06)V99.
           05 DT-SF-COTA        PIC 9(05)V99.
           05 DT-SF-IDADE       PIC 9(02).
           05 DT-VIGENCIA       PIC 9(08).

      ***************** ALIQUOTAS SOBRE O BRUTO, PAGAS PELA EMPRESA
       FD ENCARGOS-TAB.
       01 ENCARGOS-REG.
           05 EN-FGTS           PIC 9V9999.
           05 EN-PATRONAL       PIC 9V9999.
           05 EN-RAT            PIC 9V9999.
           05 EN-TERCEIROS      PIC 9V9999.
           05 EN-VIGENCIA       PIC 9(08).

      ***************** CONTA ZERO = CONTA PADRAO DA CONTABILIDADE
       FD CCUSTO-TAB.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(04).
           05 FILLER            PIC X(01).
           05 CC-NOME           PIC X(20).
           05 FILLER            PIC X(01).
           05 CC-CTA-SALARIOS   PIC 9(04).
           05 FILLER            PIC X(01).
           05 CC-CTA-ENCARGOS   PIC 9(04).

       FD CONTAS-TAB.
       01 CONTA-REG.
           05 CT-CODIGO         PIC 9(04).
           05 FILLER            PIC X(01).
           05 CT-USO            PIC X(12).

      ***************** 1 = SEGUNDA .. 7 = DOMINGO, EM MINUTOS
       FD JORNADA-TAB.
       01 JORNADA-REG.
           05 JO-DIA            PIC 9(01).
           05 JO-MINUTOS        PIC 9(04).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO    PIC X(1).
       77 INSS-STATUS  PIC 9(02).
       77 IRRF-STATUS  PIC 9(02).
       77 DTAB-STATUS  PIC 9(02).
       77 ENC-STATUS   PIC 9(02).
       77 CCU-STATUS   PIC 9(02).
       77 CTA-STATUS   PIC 9(02).
       77 JOR-STATUS   PIC 9(02).
       77 WRK-DIA      PIC 9(01).
       77 WRK-CC-ACHOU PIC 9(02).
       77 WRK-CODIGO   PIC X(04).
       77 WRK-CONTA    PIC 9(04).
       77 WRK-CONTA-OK PIC X(1).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-IDX      PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL    PIC 9(02) VALUE ZEROS.
               10 WR-LIMITE     PIC 9(06)V99.
               10 WR-ALIQUOTA   PIC 9V9999.
               10 WR-DEDUCAO    PIC 9(05)V99.
       01 WRK-JORNADA-TABELA.
           05 WRK-JOR-MIN OCCURS 7 TIMES PIC 9(04).
       01 WRK-NOMES-DIAS.
           05 FILLER PIC X(07) VALUE 'SEGUNDA'.
           05 FILLER PIC X(07) VALUE 'TERCA'.
           05 FILLER PIC X(07) VALUE 'QUARTA'.
           05 FILLER PIC X(07) VALUE 'QUINTA'.
           05 FILLER PIC X(07) VALUE 'SEXTA'.
           05 FILLER PIC X(07) VALUE 'SABADO'.
           05 FILLER PIC X(07) VALUE 'DOMINGO'.
       01 WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
           05 WRK-NOME-DIA OCCURS 7 TIMES PIC X(07).
       01 WRK-CC-TABELA.
           05 WRK-CC-LINHA OCCURS 30 TIMES.
               10 WC-CODIGO     PIC X(04).
               10 WC-NOME       PIC X(20).
               10 WC-CTA-SAL    PIC 9(04).
               10 WC-CTA-ENC    PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           DISPLAY '2 - NOVA VERSAO INSS'.
           DISPLAY '3 - LISTAR IRRF'.
           DISPLAY '4 - NOVA VERSAO IRRF'.
           DISPLAY '5 - LISTAR DEPENDENTES/SALARIO-FAMILIA'.
           DISPLAY '6 - NOVA VERSAO DEPENDENTES/SALARIO-FAMILIA'.
           DISPLAY '7 - LISTAR ENCARGOS DA EMPRESA'.
           DISPLAY '8 - NOVA VERSAO ENCARGOS DA EMPRESA'.
           DISPLAY '9 - LISTAR CENTROS DE CUSTO'.
           DISPLAY 'C - INCLUIR/ALTERAR CENTRO DE CUSTO'.
           DISPLAY 'J - JORNADA SEMANAL DO PONTO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.
                   PERFORM 7000-LISTAR-IRRF
               WHEN 4
                   PERFORM 8000-NOVA-IRRF
               WHEN 5
                   PERFORM 8500-LISTAR-DEPEND
               WHEN 6
                   PERFORM 9000-NOVA-DEPEND
               WHEN 7
                   PERFORM 9500-LISTAR-ENCARGOS
               WHEN 8
                   PERFORM 9600-NOVA-ENCARGOS
               WHEN 9
                   PERFORM 9700-LISTAR-CCUSTO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 9800-GRAVA-CCUSTO
               WHEN 'J'
               WHEN 'j'
                   PERFORM 9900-JORNADA
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X' AND 'x'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
               MOVE IRRF-ALIQUOTA TO WR-ALIQUOTA(WRK-TOTAL)
               MOVE IRRF-DEDUCAO  TO WR-DEDUCAO(WRK-TOTAL)
           END-IF.

       8500-LISTAR-DEPEND.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT DEPEND-TAB.
           IF DTAB-STATUS NOT = 00
               DISPLAY 'TABELA DEPEND.TAB AINDA NAO EXISTE'
           ELSE
               DISPLAY 'DED.DEP.  LIM.SF    COTA SF  IDADE VIGENCIA'
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ DEPEND-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           DISPLAY DT-DEDUCAO ' ' DT-SF-LIMITE ' '
                               DT-SF-COTA ' ' DT-SF-IDADE ' '
                               DT-VIGENCIA
                   END-READ
               END-PERFORM
               CLOSE DEPEND-TAB
           END-IF.

      ***************** COMO NAS FAIXAS: A VERSAO NOVA E ACRESCENTADA
      ***************** E AS ANTERIORES FICAM PARA AS REEXECUCOES
       9000-NOVA-DEPEND.
           DISPLAY 'VIGENCIA DA NOVA VERSAO (AAAAMMDD): '
               WITH NO ADVANCING.
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA = ZEROS
               DISPLAY 'VIGENCIA OBRIGATORIA'
           ELSE
               DISPLAY 'DEDUCAO IRRF POR DEPENDENTE : '
                   WITH NO ADVANCING
               ACCEPT DT-DEDUCAO
               DISPLAY 'SALARIO-FAMILIA - REMUNERACAO LIMITE: '
                   WITH NO ADVANCING
               ACCEPT DT-SF-LIMITE
               DISPLAY 'SALARIO-FAMILIA - COTA POR FILHO   : '
                   WITH NO ADVANCING
               ACCEPT DT-SF-COTA
               DISPLAY 'SALARIO-FAMILIA - IDADE LIMITE     : '
                   WITH NO ADVANCING
               ACCEPT DT-SF-IDADE
               MOVE WRK-VIGENCIA TO DT-VIGENCIA
               OPEN EXTEND DEPEND-TAB
               IF DTAB-STATUS = 35
                   CLOSE DEPEND-TAB
                   OPEN OUTPUT DEPEND-TAB
               END-IF
               WRITE DEPTAB-REG
               CLOSE DEPEND-TAB
               DISPLAY 'VERSAO DEPENDENTES DE ' WRK-VIGENCIA
                   ' GRAVADA'
           END-IF.

       9500-LISTAR-ENCARGOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ENCARGOS-TAB.
           IF ENC-STATUS NOT = 00
               DISPLAY 'TABELA ENCARGOS.TAB AINDA NAO EXISTE'
           ELSE
               DISPLAY 'FGTS   PATRON. RAT    TERC.  VIGENCIA'
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ ENCARGOS-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           DISPLAY EN-FGTS ' ' EN-PATRONAL ' '
                               EN-RAT ' ' EN-TERCEIROS ' '
                               EN-VIGENCIA
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-TAB
           END-IF.

       9600-NOVA-ENCARGOS.
           DISPLAY 'VIGENCIA DA NOVA VERSAO (AAAAMMDD): '
               WITH NO ADVANCING.
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA = ZEROS
               DISPLAY 'VIGENCIA OBRIGATORIA'
           ELSE
               DISPLAY 'FGTS          (0,0800 = 8%) : '
                   WITH NO ADVANCING
               ACCEPT EN-FGTS
               DISPLAY 'INSS EMPRESA  (0,2000 = 20%): '
                   WITH NO ADVANCING
               ACCEPT EN-PATRONAL
               DISPLAY 'RAT/FAP                     : '
                   WITH NO ADVANCING
               ACCEPT EN-RAT
               DISPLAY 'TERCEIROS (SISTEMA S ETC.)  : '
                   WITH NO ADVANCING
               ACCEPT EN-TERCEIROS
               MOVE WRK-VIGENCIA TO EN-VIGENCIA
               OPEN EXTEND ENCARGOS-TAB
               IF ENC-STATUS = 35
                   CLOSE ENCARGOS-TAB
                   OPEN OUTPUT ENCARGOS-TAB
               END-IF
               WRITE ENCARGOS-REG
               CLOSE ENCARGOS-TAB
               DISPLAY 'VERSAO ENCARGOS DE ' WRK-VIGENCIA
                   ' GRAVADA'
           END-IF.

       9700-LISTAR-CCUSTO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CCUSTO-TAB.
           IF CCU-STATUS NOT = 00
               DISPLAY 'TABELA CCUSTO.TAB AINDA NAO EXISTE'
           ELSE
               DISPLAY 'COD. NOME                 SAL. ENC.'
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ CCUSTO-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           DISPLAY CC-CODIGO ' ' CC-NOME ' '
                               CC-CTA-SALARIOS ' ' CC-CTA-ENCARGOS
                   END-READ
               END-PERFORM
               CLOSE CCUSTO-TAB
           END-IF.

      ***************** TABELA PEQUENA: CARREGA, ALTERA OU ACRESCENTA
      ***************** O CENTRO E REGRAVA O ARQUIVO INTEIRO
       9800-GRAVA-CCUSTO.
           PERFORM 9810-CARREGA-CCUSTO.
           DISPLAY 'CENTRO DE CUSTO (COD)      : ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO.
           MOVE ZEROS TO WRK-CC-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TOTAL
               IF WC-CODIGO(WRK-IDX) = WRK-CODIGO
                   MOVE WRK-IDX TO WRK-CC-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
           ELSE
               IF WRK-CC-ACHOU = ZEROS AND WRK-TOTAL = 30
                   DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA'
               ELSE
                   IF WRK-CC-ACHOU > ZEROS
                       DISPLAY 'ATUAL: ' WC-NOME(WRK-CC-ACHOU) ' '
                           WC-CTA-SAL(WRK-CC-ACHOU) ' '
                           WC-CTA-ENC(WRK-CC-ACHOU)
                   END-IF
                   PERFORM 9830-ACEITA-CCUSTO
               END-IF
           END-IF.

       9810-CARREGA-CCUSTO.
           MOVE ZEROS TO WRK-TOTAL.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CCUSTO-TAB.
           IF CCU-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ CCUSTO-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF WRK-TOTAL < 30
                               ADD 1 TO WRK-TOTAL
                               MOVE CC-CODIGO TO WC-CODIGO(WRK-TOTAL)
                               MOVE CC-NOME   TO WC-NOME(WRK-TOTAL)
                               MOVE CC-CTA-SALARIOS
                                   TO WC-CTA-SAL(WRK-TOTAL)
                               MOVE CC-CTA-ENCARGOS
                                   TO WC-CTA-ENC(WRK-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CCUSTO-TAB
           END-IF.
           MOVE 'N' TO WRK-EOF.

      ***************** A CONTA TEM DE EXISTIR NO PLANO; SEM O
      ***************** CONTAS.TAB VALEM AS CONTAS PADRAO DO GLEXTRACT
       9820-VALIDA-CONTA.
           MOVE 'S' TO WRK-CONTA-OK.
           IF WRK-CONTA NOT = ZEROS
               OPEN INPUT CONTAS-TAB
               IF CTA-STATUS = 00
                   MOVE 'N' TO WRK-CONTA-OK
                   MOVE 'N' TO WRK-EOF
                   PERFORM UNTIL WRK-EOF = 'Y'
                       READ CONTAS-TAB
                           AT END MOVE 'Y' TO WRK-EOF
                           NOT AT END
                               IF CT-CODIGO = WRK-CONTA
                                   MOVE 'S' TO WRK-CONTA-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAS-TAB
                   MOVE 'N' TO WRK-EOF
               END-IF
           END-IF.
           IF WRK-CONTA-OK = 'N'
               DISPLAY 'CONTA ' WRK-CONTA ' NAO EXISTE NO CONTAS.TAB'
           END-IF.

       9830-ACEITA-CCUSTO.
           MOVE SPACES TO CCUSTO-REG.
           MOVE WRK-CODIGO TO CC-CODIGO.
           DISPLAY 'NOME                       : ' WITH NO ADVANCING.
           ACCEPT CC-NOME.
           DISPLAY 'CONTA SALARIOS  (0=PADRAO) : ' WITH NO ADVANCING.
           ACCEPT CC-CTA-SALARIOS.
           DISPLAY 'CONTA ENCARGOS  (0=PADRAO) : ' WITH NO ADVANCING.
           ACCEPT CC-CTA-ENCARGOS.
           MOVE CC-CTA-SALARIOS TO WRK-CONTA.
           PERFORM 9820-VALIDA-CONTA.
           IF WRK-CONTA-OK = 'S'
               MOVE CC-CTA-ENCARGOS TO WRK-CONTA
               PERFORM 9820-VALIDA-CONTA
           END-IF.
           IF WRK-CONTA-OK = 'N'
               DISPLAY 'CENTRO DE CUSTO NAO GRAVADO'
           ELSE
               IF WRK-CC-ACHOU = ZEROS
                   ADD 1 TO WRK-TOTAL
                   MOVE WRK-TOTAL TO WRK-CC-ACHOU
               END-IF
               MOVE CC-CODIGO       TO WC-CODIGO(WRK-CC-ACHOU)
               MOVE CC-NOME         TO WC-NOME(WRK-CC-ACHOU)
               MOVE CC-CTA-SALARIOS TO WC-CTA-SAL(WRK-CC-ACHOU)
               MOVE CC-CTA-ENCARGOS TO WC-CTA-ENC(WRK-CC-ACHOU)
               OPEN OUTPUT CCUSTO-TAB
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-TOTAL
                   MOVE SPACES TO CCUSTO-REG
                   MOVE WC-CODIGO(WRK-IDX)  TO CC-CODIGO
                   MOVE WC-NOME(WRK-IDX)    TO CC-NOME
                   MOVE WC-CTA-SAL(WRK-IDX) TO CC-CTA-SALARIOS
                   MOVE WC-CTA-ENC(WRK-IDX) TO CC-CTA-ENCARGOS
                   WRITE CCUSTO-REG
               END-PERFORM
               CLOSE CCUSTO-TAB
               DISPLAY 'CENTRO DE CUSTO ' WRK-CODIGO ' GRAVADO'
           END-IF.

      ***************** SEM A TABELA VALE A JORNADA DE 44 HORAS
      ***************** (8 HORAS SEGUNDA A SEXTA, 4 NO SABADO)
       9900-JORNADA.
           MOVE 0480 TO WRK-JOR-MIN(1) WRK-JOR-MIN(2) WRK-JOR-MIN(3)
                        WRK-JOR-MIN(4) WRK-JOR-MIN(5).
           MOVE 0240 TO WRK-JOR-MIN(6).
           MOVE ZEROS TO WRK-JOR-MIN(7).
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT JORNADA-TAB.
           IF JOR-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ JORNADA-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF JO-DIA > ZEROS AND JO-DIA < 8
                               MOVE JO-MINUTOS TO WRK-JOR-MIN(JO-DIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNADA-TAB
           END-IF.
           MOVE 'N' TO WRK-EOF.
           DISPLAY 'JORNADA ATUAL EM MINUTOS (480 = 8 HORAS)'.
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 7
               DISPLAY WRK-NOME-DIA(WRK-DIA) ' ' WRK-JOR-MIN(WRK-DIA)
           END-PERFORM.
           DISPLAY 'ALTERAR (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO = 'S' OR WRK-OPCAO = 's'
               PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 7
                   DISPLAY WRK-NOME-DIA(WRK-DIA) ' (MINUTOS): '
                       WITH NO ADVANCING
                   ACCEPT WRK-JOR-MIN(WRK-DIA)
               END-PERFORM
               OPEN OUTPUT JORNADA-TAB
               PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 7
                   MOVE WRK-DIA              TO JO-DIA
                   MOVE WRK-JOR-MIN(WRK-DIA) TO JO-MINUTOS
                   WRITE JORNADA-REG
               END-PERFORM
               CLOSE JORNADA-TAB
               DISPLAY 'JORNADA GRAVADA'
           END-IF.
           MOVE SPACE TO WRK-OPCAO.
