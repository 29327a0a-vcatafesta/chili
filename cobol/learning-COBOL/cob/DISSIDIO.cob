       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
      ******************************************
      * OBJETIVO: REAJUSTE COLETIVO (DISSIDIO)
      *           COM DIFERENCAS RETROATIVAS -
      *           APLICA PERCENTUAL E/OU PISO
      *           AOS SALARIOS DE FUNCION.DAT
      *           (FILTRO POR DATA DE ADMISSAO),
      *           GRAVA O HISTORICO SALARIAL EM
      *           SALHIST.DAT, APURA NO
      *           FOLHALIQ.DAT A DIFERENCA DE
      *           CADA MES JA PAGO DESDE A
      *           VIGENCIA, COM O INSS E O IRRF
      *           DA DIFERENCA NAS TABELAS DE
      *           CADA MES, E LANCA O TOTAL NO
      *           FOLHAVAR.DAT PARA A PROXIMA
      *           FOLHA (EVENTOS DISS, DINS E
      *           DIRF). DEMONSTRATIVO EM
      *           DISS<AAAAMM>.TXT
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT INSS-TAB ASSIGN TO
           'INSS.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSS-STATUS.
           SELECT IRRF-TAB ASSIGN TO
           'IRRF.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IRRF-STATUS.
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
           SELECT FOLHA-VARIAVEL ASSIGN TO
           'FOLHAVAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FVAR-STATUS
               RECORD KEY  IS FV-CHAVE.
           SELECT LIQUIDO-MES ASSIGN TO
           'FOLHALIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQ-STATUS.
           SELECT HIST-SALARIO ASSIGN TO
           'SALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT DESLIGADOS ASSIGN TO
           'DESLIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESL-STATUS.
           SELECT DEMONSTRATIVO ASSIGN TO WRK-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD INSS-TAB.
       01 INSS-REG.
           05 INSS-LIMITE       PIC 9(06)V99.
           05 INSS-ALIQUOTA     PIC 9V9999.
           05 INSS-VIGENCIA     PIC 9(08).

       FD IRRF-TAB.
       01 IRRF-REG.
           05 IRRF-LIMITE       PIC 9(06)V99.
           05 IRRF-ALIQUOTA     PIC 9V9999.
           05 IRRF-DEDUCAO      PIC 9(05)V99.
           05 IRRF-VIGENCIA     PIC 9(08).

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

      ***************** TIPO R (DIFERENCA RETROATIVA), I (INSS) E
      ***************** T (IRRF) JA APURADOS: O FOLHA SO SOMA
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

      ***************** HISTORICO SALARIAL: UMA LINHA POR MUDANCA DE
      ***************** SALARIO, COM A VIGENCIA, O VALOR ANTERIOR, O
      ***************** NOVO E O MOTIVO
       FD HIST-SALARIO.
       01 HISTSAL-REG.
           05 SH-MATRICULA      PIC 9(06).
           05 SH-VIGENCIA       PIC 9(08).
           05 SH-ANTERIOR       PIC 9(06)V99.
           05 SH-NOVO           PIC 9(06)V99.
           05 SH-MOTIVO         PIC X(20).
           05 SH-DATA-REG       PIC 9(08).
           05 SH-OPERADOR       PIC X(10).

       FD DESLIGADOS.
       01 DESLIGADO-REG.
           05 DS-MATRICULA      PIC 9(06).
           05 DS-DATA           PIC 9(08).

       FD DEMONSTRATIVO.
       01 DEMONSTRATIVO-REG     PIC X(80).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS  PIC 9(02).
       77 INSS-STATUS  PIC 9(02).
       77 IRRF-STATUS  PIC 9(02).
       77 DEP-STATUS   PIC 9(02).
       77 DTAB-STATUS  PIC 9(02).
       77 FVAR-STATUS  PIC 9(02).
       77 LIQ-STATUS   PIC 9(02).
       77 HIST-STATUS  PIC 9(02).
       77 DESL-STATUS  PIC 9(02).
       77 REL-STATUS   PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-DEP-OK   PIC X(1) VALUE 'N'.
       77 WRK-DEP-EOF  PIC X(1).
       77 WRK-TECLA    PIC X(1).
       77 WRK-OPERADOR PIC X(10).
       77 WRK-HOJE     PIC 9(08).
       77 WRK-REL-NOME PIC X(14).
      * Parametros do reajuste
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PISO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-ADM-DE   PIC 9(08) VALUE ZEROS.
       77 WRK-ADM-ATE  PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO   PIC X(20) VALUE SPACES.
       77 WRK-PAG-ANO  PIC 9(04).
       77 WRK-PAG-MES  PIC 9(02).
       77 WRK-PAG-COMPET PIC 9(06).
       77 WRK-VIG-COMPET PIC 9(06).
       77 WRK-LQ-COMPET  PIC 9(06).
       77 WRK-MAIOR-COMPET PIC 9(06) VALUE ZEROS.
      * Funcionario e mes em calculo
       77 WRK-NOVO     PIC 9(06)V99.
       77 WRK-DIFERENCA PIC 9(06)V99.
       77 WRK-INSS-ORIG PIC 9(06)V99.
       77 WRK-IRRF-ORIG PIC 9(06)V99.
       77 WRK-DIF-INSS PIC 9(06)V99.
       77 WRK-DIF-IRRF PIC 9(06)V99.
       77 WRK-DEP-IRRF PIC 9(02) VALUE ZEROS.
       77 WRK-DED-DEP  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PULA     PIC X(1).
       77 WRK-AJ-ACHOU PIC 9(03).
       77 WRK-EV-EVENTO PIC X(04).
       77 WRK-EV-TIPO  PIC X(01).
       77 WRK-EV-DESCRICAO PIC X(20).
       77 WRK-EV-VALOR PIC 9(06)V99.
      * Deducao por dependente de DEPEND.TAB (padrao sem a tabela)
       77 WRK-DEP-DEDUCAO PIC 9(05)V99 VALUE 189,59.
      * Tabelas de INSS/IRRF do mes em calculo
       77 WRK-ALVO-VIG PIC 9(08) VALUE ZEROS.
       77 WRK-ALVO-CARREGADO PIC 9(08) VALUE ZEROS.
       77 WRK-VIG-MELHOR PIC 9(08) VALUE ZEROS.
       77 WRK-VIG-LINHA PIC 9(08) VALUE ZEROS.
       77 WRK-TAB-EOF  PIC X(1).
       77 WRK-INSS-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-IRRF-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-IDX      PIC 9(02).
       77 WRK-BRUTO    PIC 9(06)V99.
       77 WRK-INSS     PIC 9(06)V99.
       77 WRK-IRRF     PIC 9(06)V99.
       77 WRK-BASE     PIC 9(06)V99.
       77 WRK-FAIXA-BASE PIC 9(06)V99.
       77 WRK-FAIXA-TOPO PIC 9(06)V99.
       77 WRK-PARCELA  PIC 9(06)V99.
      * Contadores e totais
       77 WRK-LIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-REAJUSTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-LANCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-DIF  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED PIC $ZZZ.ZZ9,99.
       77 WRK-PERC-ED  PIC ZZ9,99.
      * Auditoria das alteracoes de salario
       77 WRK-AU-ANTES PIC X(100).
       01 WRK-AU-AREA.
           05 AU-FILE      PIC X(12).
           05 AU-KEY       PIC X(20).
           05 AU-OPERATOR  PIC X(10).
           05 AU-ACTION    PIC X(03).
           05 AU-BEFORE    PIC X(100).
           05 AU-AFTER     PIC X(100).

       01 WRK-INSS-TABELA.
           05 WRK-INSS-LINHA OCCURS 10 TIMES.
               10 WI-LIMITE     PIC 9(06)V99.
               10 WI-ALIQUOTA   PIC 9V9999.
       01 WRK-IRRF-TABELA.
           05 WRK-IRRF-LINHA OCCURS 10 TIMES.
               10 WR-LIMITE     PIC 9(06)V99.
               10 WR-ALIQUOTA   PIC 9V9999.
               10 WR-DEDUCAO    PIC 9(05)V99.

      ***************** MESES JA PAGOS DESDE A VIGENCIA (FOLHALIQ)
       77 WRK-LQ-QTD   PIC 9(04) VALUE ZEROS.
       77 WRK-LQ-IDX   PIC 9(04).
       01 WRK-LQ-TABELA.
           05 WRK-LQ OCCURS 3000 TIMES.
               10 LQ-MATRICULA  PIC 9(06).
               10 LQ-COMPET     PIC 9(06).
               10 LQ-BRUTO      PIC 9(06)V99.

      ***************** FUNCIONARIOS REAJUSTADOS NESTA EXECUCAO
       77 WRK-AJ-QTD   PIC 9(03) VALUE ZEROS.
       77 WRK-AJ-IDX   PIC 9(03).
       01 WRK-AJ-TABELA.
           05 WRK-AJ OCCURS 500 TIMES.
               10 AJ-MATRICULA  PIC 9(06).
               10 AJ-ANTIGO     PIC 9(06)V99.
               10 AJ-NOVO       PIC 9(06)V99.
               10 AJ-DEP-IRRF   PIC 9(02).
               10 AJ-MESES      PIC 9(02).
               10 AJ-RETRO      PIC 9(06)V99.
               10 AJ-RETRO-INSS PIC 9(06)V99.
               10 AJ-RETRO-IRRF PIC 9(06)V99.

      ***************** MATRICULAS JA REAJUSTADAS NA MESMA VIGENCIA
      ***************** (RERODAR NAO PODE APLICAR O PERCENTUAL DUAS
      ***************** VEZES)
       77 WRK-HS-QTD   PIC 9(03) VALUE ZEROS.
       77 WRK-HS-IDX   PIC 9(03).
       01 WRK-HS-TABELA.
           05 WRK-HS-MAT PIC 9(06) OCCURS 500 TIMES.

       77 WRK-DESL-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DESL-IDX PIC 9(03).
       01 WRK-DESL-TABELA.
           05 WRK-DESL-MAT PIC 9(06) OCCURS 100 TIMES.

       01 WRK-LINHA-AJ.
           05 LA-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LA-NOME           PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LA-ANTIGO         PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(04) VALUE ' -> '.
           05 LA-NOVO           PIC ZZZ.ZZ9,99.

       01 WRK-LINHA-MES.
           05 LM-MES            PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 LM-ANO            PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-BRUTO          PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-DIFERENCA      PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-INSS           PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LM-IRRF           PIC ZZZ.ZZ9,99.

       01 WRK-LINHA-TOT.
           05 LT-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LT-MESES          PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LT-DIFERENCA      PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LT-INSS           PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LT-IRRF           PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR            : ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'REAJUSTE (%)        : ' WITH NO ADVANCING.
           ACCEPT WRK-PERCENTUAL.
           DISPLAY 'PISO (0 = SEM PISO) : ' WITH NO ADVANCING.
           ACCEPT WRK-PISO.
           IF WRK-PERCENTUAL = ZEROS AND WRK-PISO = ZEROS
               DISPLAY 'INFORME O PERCENTUAL E/OU O PISO'
               STOP RUN
           END-IF.
           DISPLAY 'VIGENCIA (AAAAMMDD) : ' WITH NO ADVANCING.
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA(5:2) < '01' OR WRK-VIGENCIA(5:2) > '12'
               DISPLAY 'VIGENCIA INVALIDA'
               STOP RUN
           END-IF.
           COMPUTE WRK-VIG-COMPET = WRK-VIGENCIA / 100.
           DISPLAY 'ADMITIDOS DESDE (AAAAMMDD, 0 = TODOS): '
               WITH NO ADVANCING.
           ACCEPT WRK-ADM-DE.
           DISPLAY 'ADMITIDOS ATE   (AAAAMMDD, 0 = TODOS): '
               WITH NO ADVANCING.
           ACCEPT WRK-ADM-ATE.
           DISPLAY 'MOTIVO              : ' WITH NO ADVANCING.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               MOVE 'DISSIDIO COLETIVO' TO WRK-MOTIVO
           END-IF.
           DISPLAY 'DIFERENCAS PAGAS NA FOLHA DE'.
           DISPLAY 'ANO (AAAA): ' WITH NO ADVANCING.
           ACCEPT WRK-PAG-ANO.
           DISPLAY 'MES (MM)  : ' WITH NO ADVANCING.
           ACCEPT WRK-PAG-MES.
           COMPUTE WRK-PAG-COMPET = WRK-PAG-ANO * 100 + WRK-PAG-MES.
           IF WRK-PAG-COMPET < WRK-VIG-COMPET
               DISPLAY 'A FOLHA DE PAGAMENTO NAO PODE SER ANTERIOR '
                   'A VIGENCIA'
               STOP RUN
           END-IF.
           PERFORM 1500-CARREGAR-LIQUIDOS.
      ***************** A DIFERENCA SO PODE IR PARA UMA FOLHA AINDA
      ***************** NAO RODADA, SENAO O EVENTO NUNCA SERIA PAGO
           IF WRK-PAG-COMPET NOT > WRK-MAIOR-COMPET
               DISPLAY 'FOLHA DE ' WRK-PAG-MES '/' WRK-PAG-ANO
                   ' JA PROCESSADA - INFORME A PROXIMA COMPETENCIA'
               STOP RUN
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-PERC-ED.
           MOVE WRK-PISO TO WRK-VALOR-ED.
           DISPLAY 'REAJUSTE DE ' WRK-PERC-ED '% COM PISO DE '
               WRK-VALOR-ED ' A PARTIR DE ' WRK-VIGENCIA.
           DISPLAY 'CONFIRMA (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-TECLA.
           IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
               DISPLAY 'REAJUSTE CANCELADO'
               STOP RUN
           END-IF.
           OPEN I-O FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.
      ***************** SEM CADASTRO DE DEPENDENTES NINGUEM DEDUZ
           OPEN INPUT DEPENDENTES.
           IF DEP-STATUS = 00
               MOVE 'S' TO WRK-DEP-OK
           END-IF.
           OPEN I-O FOLHA-VARIAVEL.
           IF FVAR-STATUS = 35
               OPEN OUTPUT FOLHA-VARIAVEL
               CLOSE FOLHA-VARIAVEL
               OPEN I-O FOLHA-VARIAVEL
           END-IF.
           PERFORM 1300-CARREGAR-DESLIGADOS.
           PERFORM 1600-CARREGAR-HISTORICO.
           OPEN EXTEND HIST-SALARIO.
           IF HIST-STATUS = 35
               CLOSE HIST-SALARIO
               OPEN OUTPUT HIST-SALARIO
           END-IF.
           MOVE SPACES TO WRK-REL-NOME.
           STRING 'DISS' WRK-VIG-COMPET '.TXT'
               DELIMITED BY SIZE INTO WRK-REL-NOME
           END-STRING.
           OPEN OUTPUT DEMONSTRATIVO.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'DISSIDIO - ' WRK-MOTIVO ' VIGENCIA '
               WRK-VIGENCIA(7:2) '/' WRK-VIGENCIA(5:2) '/'
               WRK-VIGENCIA(1:4) ' REAJUSTE ' WRK-PERC-ED '%'
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'PISO ' WRK-VALOR-ED
               '  DIFERENCAS NA FOLHA DE ' WRK-PAG-MES '/' WRK-PAG-ANO
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.

      ***************** RESCINDIDOS NAO TEM MAIS SALARIO A REAJUSTAR
       1300-CARREGAR-DESLIGADOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT DESLIGADOS.
           IF DESL-STATUS NOT = 00
               MOVE 'Y' TO WRK-EOF
           END-IF.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ DESLIGADOS
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       IF WRK-DESL-QTD < 100
                           ADD 1 TO WRK-DESL-QTD
                           MOVE DS-MATRICULA
                               TO WRK-DESL-MAT(WRK-DESL-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           IF DESL-STATUS = 00
               CLOSE DESLIGADOS
           END-IF.

      ***************** SEM ARQUIVO DE TABELA, ENTRAM AS FAIXAS
      ***************** VIGENTES COMO PADRAO (FOLHATAB AS MANTEM)
       1100-CARREGAR-INSS.
           MOVE ZEROS TO WRK-INSS-QTD.
           MOVE 'N' TO WRK-TAB-EOF.
           OPEN INPUT INSS-TAB.
           IF INSS-STATUS NOT = 00
               MOVE 4 TO WRK-INSS-QTD
               MOVE 1412,00 TO WI-LIMITE(1)
               MOVE 0,0750  TO WI-ALIQUOTA(1)
               MOVE 2666,68 TO WI-LIMITE(2)
               MOVE 0,0900  TO WI-ALIQUOTA(2)
               MOVE 4000,03 TO WI-LIMITE(3)
               MOVE 0,1200  TO WI-ALIQUOTA(3)
               MOVE 7786,02 TO WI-LIMITE(4)
               MOVE 0,1400  TO WI-ALIQUOTA(4)
           ELSE
               MOVE ZEROS TO WRK-VIG-MELHOR
               PERFORM UNTIL WRK-TAB-EOF = 'Y'
                   READ INSS-TAB
                       AT END MOVE 'Y' TO WRK-TAB-EOF
                       NOT AT END
                           IF INSS-VIGENCIA NUMERIC
                               MOVE INSS-VIGENCIA TO WRK-VIG-LINHA
                           ELSE
                               MOVE ZEROS TO WRK-VIG-LINHA
                           END-IF
                           IF WRK-VIG-LINHA <= WRK-ALVO-VIG
                               AND WRK-VIG-LINHA >= WRK-VIG-MELHOR
                               MOVE WRK-VIG-LINHA
                                   TO WRK-VIG-MELHOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSS-TAB
               MOVE 'N' TO WRK-TAB-EOF
               OPEN INPUT INSS-TAB
               PERFORM UNTIL WRK-TAB-EOF = 'Y'
                   READ INSS-TAB
                       AT END MOVE 'Y' TO WRK-TAB-EOF
                       NOT AT END
                           IF INSS-VIGENCIA NUMERIC
                               MOVE INSS-VIGENCIA TO WRK-VIG-LINHA
                           ELSE
                               MOVE ZEROS TO WRK-VIG-LINHA
                           END-IF
                           IF WRK-VIG-LINHA = WRK-VIG-MELHOR
                               AND WRK-INSS-QTD < 10
                               ADD 1 TO WRK-INSS-QTD
                               MOVE INSS-LIMITE
                                   TO WI-LIMITE(WRK-INSS-QTD)
                               MOVE INSS-ALIQUOTA
                                   TO WI-ALIQUOTA(WRK-INSS-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSS-TAB
           END-IF.

       1200-CARREGAR-IRRF.
           MOVE ZEROS TO WRK-IRRF-QTD.
           MOVE 'N' TO WRK-TAB-EOF.
           OPEN INPUT IRRF-TAB.
           IF IRRF-STATUS NOT = 00
               MOVE 5 TO WRK-IRRF-QTD
               MOVE 2259,20 TO WR-LIMITE(1)
               MOVE 0,0000  TO WR-ALIQUOTA(1)
               MOVE 0,00    TO WR-DEDUCAO(1)
               MOVE 2826,65 TO WR-LIMITE(2)
               MOVE 0,0750  TO WR-ALIQUOTA(2)
               MOVE 169,44  TO WR-DEDUCAO(2)
               MOVE 3751,05 TO WR-LIMITE(3)
               MOVE 0,1500  TO WR-ALIQUOTA(3)
               MOVE 381,44  TO WR-DEDUCAO(3)
               MOVE 4664,68 TO WR-LIMITE(4)
               MOVE 0,2250  TO WR-ALIQUOTA(4)
               MOVE 662,77  TO WR-DEDUCAO(4)
               MOVE 999999,99 TO WR-LIMITE(5)
               MOVE 0,2750  TO WR-ALIQUOTA(5)
               MOVE 896,00  TO WR-DEDUCAO(5)
           ELSE
               MOVE ZEROS TO WRK-VIG-MELHOR
               PERFORM UNTIL WRK-TAB-EOF = 'Y'
                   READ IRRF-TAB
                       AT END MOVE 'Y' TO WRK-TAB-EOF
                       NOT AT END
                           IF IRRF-VIGENCIA NUMERIC
                               MOVE IRRF-VIGENCIA TO WRK-VIG-LINHA
                           ELSE
                               MOVE ZEROS TO WRK-VIG-LINHA
                           END-IF
                           IF WRK-VIG-LINHA <= WRK-ALVO-VIG
                               AND WRK-VIG-LINHA >= WRK-VIG-MELHOR
                               MOVE WRK-VIG-LINHA
                                   TO WRK-VIG-MELHOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IRRF-TAB
               MOVE 'N' TO WRK-TAB-EOF
               OPEN INPUT IRRF-TAB
               PERFORM UNTIL WRK-TAB-EOF = 'Y'
                   READ IRRF-TAB
                       AT END MOVE 'Y' TO WRK-TAB-EOF
                       NOT AT END
                           IF IRRF-VIGENCIA NUMERIC
                               MOVE IRRF-VIGENCIA TO WRK-VIG-LINHA
                           ELSE
                               MOVE ZEROS TO WRK-VIG-LINHA
                           END-IF
                           IF WRK-VIG-LINHA = WRK-VIG-MELHOR
                               AND WRK-IRRF-QTD < 10
                               ADD 1 TO WRK-IRRF-QTD
                               MOVE IRRF-LIMITE
                                   TO WR-LIMITE(WRK-IRRF-QTD)
                               MOVE IRRF-ALIQUOTA
                                   TO WR-ALIQUOTA(WRK-IRRF-QTD)
                               MOVE IRRF-DEDUCAO
                                   TO WR-DEDUCAO(WRK-IRRF-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IRRF-TAB
           END-IF.

       1400-CARREGAR-DEPEND.
           MOVE 'N' TO WRK-TAB-EOF.
           MOVE ZEROS TO WRK-VIG-MELHOR.
           MOVE 189,59 TO WRK-DEP-DEDUCAO.
           OPEN INPUT DEPEND-TAB.
           IF DTAB-STATUS = 00
               PERFORM UNTIL WRK-TAB-EOF = 'Y'
                   READ DEPEND-TAB
                       AT END MOVE 'Y' TO WRK-TAB-EOF
                       NOT AT END
                           IF DT-VIGENCIA <= WRK-ALVO-VIG
                               AND DT-VIGENCIA >= WRK-VIG-MELHOR
                               MOVE DT-VIGENCIA  TO WRK-VIG-MELHOR
                               MOVE DT-DEDUCAO   TO WRK-DEP-DEDUCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPEND-TAB
           END-IF.

      ***************** GUARDA OS MESES JA PAGOS ENTRE A VIGENCIA E A
      ***************** FOLHA QUE VAI PAGAR A DIFERENCA, E A ULTIMA
      ***************** COMPETENCIA JA RODADA
       1500-CARREGAR-LIQUIDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LIQUIDO-MES.
           IF LIQ-STATUS NOT = 00
               MOVE 'Y' TO WRK-EOF
           END-IF.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ LIQUIDO-MES
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       COMPUTE WRK-LQ-COMPET = FL-ANO * 100 + FL-MES
                       IF WRK-LQ-COMPET > WRK-MAIOR-COMPET
                           MOVE WRK-LQ-COMPET TO WRK-MAIOR-COMPET
                       END-IF
                       IF WRK-LQ-COMPET NOT < WRK-VIG-COMPET
                           AND WRK-LQ-COMPET < WRK-PAG-COMPET
                           IF WRK-LQ-QTD < 3000
                               ADD 1 TO WRK-LQ-QTD
                               MOVE FL-MATRICULA
                                   TO LQ-MATRICULA(WRK-LQ-QTD)
                               MOVE WRK-LQ-COMPET
                                   TO LQ-COMPET(WRK-LQ-QTD)
                               MOVE FL-BRUTO TO LQ-BRUTO(WRK-LQ-QTD)
                           ELSE
                               DISPLAY 'TABELA DE MESES PAGOS CHEIA - '
                                   'MATRICULA ' FL-MATRICULA ' '
                                   FL-MES '/' FL-ANO ' IGNORADA'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF LIQ-STATUS = 00
               CLOSE LIQUIDO-MES
           END-IF.

       1600-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT HIST-SALARIO.
           IF HIST-STATUS NOT = 00
               MOVE 'Y' TO WRK-EOF
           END-IF.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ HIST-SALARIO
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       IF SH-VIGENCIA = WRK-VIGENCIA
                           AND WRK-HS-QTD < 500
                           ADD 1 TO WRK-HS-QTD
                           MOVE SH-MATRICULA
                               TO WRK-HS-MAT(WRK-HS-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           IF HIST-STATUS = 00
               CLOSE HIST-SALARIO
           END-IF.

       2000-PROCESSAR.
           MOVE 'REAJUSTES' TO DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG.
           MOVE 'MATRIC NOME                           ANTERIOR'
               TO DEMONSTRATIVO-REG.
           MOVE '        NOVO' TO DEMONSTRATIVO-REG(49:12).
           WRITE DEMONSTRATIVO-REG.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO FUN-MATRICULA.
           START FUNCIONARIOS KEY IS NOT LESS THAN FUN-MATRICULA
               INVALID KEY
                   DISPLAY 'NENHUM FUNCIONARIO CADASTRADO'
                   MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ FUNCIONARIOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   ADD 1 TO WRK-LIDOS
                   PERFORM 4000-REAJUSTA-FUNCIONARIO THRU 4000-FIM
               END-IF
           END-PERFORM.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG.
           MOVE 'DIFERENCAS POR COMPETENCIA JA PAGA' TO
               DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG.
           MOVE 'COMPET.  MATRIC  BRUTO PAGO   DIFERENCA    INSS DIF'
               TO DEMONSTRATIVO-REG.
           MOVE '    IRRF DIF' TO DEMONSTRATIVO-REG(53:12).
           WRITE DEMONSTRATIVO-REG.
           PERFORM VARYING WRK-LQ-IDX FROM 1 BY 1
                   UNTIL WRK-LQ-IDX > WRK-LQ-QTD
               PERFORM 5000-DIFERENCA-MES THRU 5000-FIM
           END-PERFORM.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'LANCADO NA FOLHA DE ' WRK-PAG-MES '/' WRK-PAG-ANO
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           MOVE 'MATRIC  MESES   DIFERENCA    INSS DIF    IRRF DIF'
               TO DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG.
           PERFORM VARYING WRK-AJ-IDX FROM 1 BY 1
                   UNTIL WRK-AJ-IDX > WRK-AJ-QTD
               PERFORM 6000-LANCA-FOLHA THRU 6000-FIM
           END-PERFORM.

       3000-FINALIZAR.
           MOVE WRK-TOTAL-DIF TO WRK-TOTAL-ED.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'TOTAL DIFERENCAS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           MOVE WRK-TOTAL-INSS TO WRK-TOTAL-ED.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'TOTAL INSS DIF.  ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           MOVE WRK-TOTAL-IRRF TO WRK-TOTAL-ED.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'TOTAL IRRF DIF.  ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           CLOSE FUNCIONARIOS.
           IF WRK-DEP-OK = 'S'
               CLOSE DEPENDENTES
           END-IF.
           CLOSE FOLHA-VARIAVEL.
           CLOSE HIST-SALARIO.
           CLOSE DEMONSTRATIVO.
           DISPLAY ' '.
           DISPLAY 'DISSIDIO COM VIGENCIA ' WRK-VIGENCIA.
           DISPLAY 'FUNCIONARIOS LIDOS : ' WRK-LIDOS.
           DISPLAY 'REAJUSTADOS        : ' WRK-REAJUSTADOS.
           DISPLAY 'COM DIFERENCA      : ' WRK-LANCADOS.
           MOVE WRK-TOTAL-DIF TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DIFERENCAS   : ' WRK-TOTAL-ED.
           DISPLAY 'DEMONSTRATIVO EM ' WRK-REL-NOME.

      ***************** FILTROS (RESCINDIDO, ADMISSAO FORA DA FAIXA,
      ***************** JA REAJUSTADO NA VIGENCIA), NOVO SALARIO PELO
      ***************** PERCENTUAL COM O PISO POR BAIXO, REGRAVACAO
      ***************** AUDITADA E LINHA NO HISTORICO
       4000-REAJUSTA-FUNCIONARIO.
           MOVE 'N' TO WRK-PULA.
           PERFORM VARYING WRK-DESL-IDX FROM 1 BY 1
                   UNTIL WRK-DESL-IDX > WRK-DESL-QTD
               IF WRK-DESL-MAT(WRK-DESL-IDX) = FUN-MATRICULA
                   MOVE 'S' TO WRK-PULA
               END-IF
           END-PERFORM.
           IF WRK-PULA = 'S'
               GO TO 4000-FIM.
           IF FUN-ADMISSAO < WRK-ADM-DE
               GO TO 4000-FIM.
           IF WRK-ADM-ATE > ZEROS AND FUN-ADMISSAO > WRK-ADM-ATE
               GO TO 4000-FIM.
           PERFORM VARYING WRK-HS-IDX FROM 1 BY 1
                   UNTIL WRK-HS-IDX > WRK-HS-QTD
               IF WRK-HS-MAT(WRK-HS-IDX) = FUN-MATRICULA
                   MOVE 'S' TO WRK-PULA
               END-IF
           END-PERFORM.
           IF WRK-PULA = 'S'
               DISPLAY 'MATRICULA ' FUN-MATRICULA
                   ' JA REAJUSTADA NESTA VIGENCIA'
               GO TO 4000-FIM.
           COMPUTE WRK-NOVO ROUNDED =
               FUN-SALARIO * (100 + WRK-PERCENTUAL) / 100.
           IF WRK-NOVO < WRK-PISO
               MOVE WRK-PISO TO WRK-NOVO
           END-IF.
           IF WRK-NOVO NOT > FUN-SALARIO
               GO TO 4000-FIM.
           IF WRK-AJ-QTD NOT < 500
               DISPLAY 'MATRICULA ' FUN-MATRICULA
                   ' NAO REAJUSTADA - TABELA CHEIA'
               GO TO 4000-FIM.
           MOVE FUNCIONARIO-REG TO WRK-AU-ANTES.
           ADD 1 TO WRK-AJ-QTD.
           MOVE FUN-MATRICULA TO AJ-MATRICULA(WRK-AJ-QTD).
           MOVE FUN-SALARIO   TO AJ-ANTIGO(WRK-AJ-QTD).
           MOVE WRK-NOVO      TO AJ-NOVO(WRK-AJ-QTD).
           MOVE ZEROS TO AJ-MESES(WRK-AJ-QTD) AJ-RETRO(WRK-AJ-QTD)
               AJ-RETRO-INSS(WRK-AJ-QTD) AJ-RETRO-IRRF(WRK-AJ-QTD).
           MOVE WRK-NOVO TO FUN-SALARIO.
           REWRITE FUNCIONARIO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REAJUSTAR MATRICULA ' FUN-MATRICULA
                   SUBTRACT 1 FROM WRK-AJ-QTD
                   GO TO 4000-FIM
           END-REWRITE.
           ADD 1 TO WRK-REAJUSTADOS.
           MOVE 'UPD' TO AU-ACTION.
           MOVE WRK-AU-ANTES TO AU-BEFORE.
           MOVE FUNCIONARIO-REG TO AU-AFTER.
           PERFORM 9500-AUDITAR.
           MOVE FUN-MATRICULA         TO SH-MATRICULA.
           MOVE WRK-VIGENCIA          TO SH-VIGENCIA.
           MOVE AJ-ANTIGO(WRK-AJ-QTD) TO SH-ANTERIOR.
           MOVE WRK-NOVO              TO SH-NOVO.
           MOVE WRK-MOTIVO            TO SH-MOTIVO.
           MOVE WRK-HOJE              TO SH-DATA-REG.
           MOVE WRK-OPERADOR          TO SH-OPERADOR.
           WRITE HISTSAL-REG.
           PERFORM 4100-CONTA-DEPENDENTES THRU 4100-FIM.
           MOVE WRK-DEP-IRRF TO AJ-DEP-IRRF(WRK-AJ-QTD).
           MOVE FUN-MATRICULA         TO LA-MATRICULA.
           MOVE FUN-NOME              TO LA-NOME.
           MOVE AJ-ANTIGO(WRK-AJ-QTD) TO LA-ANTIGO.
           MOVE WRK-NOVO              TO LA-NOVO.
           WRITE DEMONSTRATIVO-REG FROM WRK-LINHA-AJ.
       4000-FIM.
           EXIT.

      ***************** DEPENDENTES QUE ABATEM O IRRF: A DIFERENCA E
      ***************** TRIBUTADA COMO NA FOLHA DE CADA MES
       4100-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-DEP-IRRF.
           IF WRK-DEP-OK NOT = 'S'
               GO TO 4100-FIM.
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
                   END-IF
               END-IF
           END-PERFORM.
       4100-FIM.
           EXIT.

      ***************** DIFERENCA DE UM MES JA PAGO: NOVO MENOS ANTIGO
      ***************** (PROPORCIONAL QUANDO O BRUTO PAGO FICOU ABAIXO
      ***************** DO SALARIO - FALTAS, FERIAS, ADMISSAO). O INSS
      ***************** E O IRRF DA DIFERENCA SAO O QUANTO O IMPOSTO
      ***************** DO MES SOBE COM ELA, NAS TABELAS DAQUELE MES
       5000-DIFERENCA-MES.
           MOVE ZEROS TO WRK-AJ-ACHOU.
           PERFORM VARYING WRK-AJ-IDX FROM 1 BY 1
                   UNTIL WRK-AJ-IDX > WRK-AJ-QTD
               IF AJ-MATRICULA(WRK-AJ-IDX) = LQ-MATRICULA(WRK-LQ-IDX)
                   MOVE WRK-AJ-IDX TO WRK-AJ-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-AJ-ACHOU = ZEROS
               GO TO 5000-FIM.
           MOVE WRK-AJ-ACHOU TO WRK-AJ-IDX.
           COMPUTE WRK-ALVO-VIG = LQ-COMPET(WRK-LQ-IDX) * 100 + 1.
           IF WRK-ALVO-VIG NOT = WRK-ALVO-CARREGADO
               PERFORM 1100-CARREGAR-INSS
               PERFORM 1200-CARREGAR-IRRF
               PERFORM 1400-CARREGAR-DEPEND
               MOVE WRK-ALVO-VIG TO WRK-ALVO-CARREGADO
           END-IF.
           COMPUTE WRK-DIFERENCA =
               AJ-NOVO(WRK-AJ-IDX) - AJ-ANTIGO(WRK-AJ-IDX).
           IF LQ-BRUTO(WRK-LQ-IDX) < AJ-ANTIGO(WRK-AJ-IDX)
               COMPUTE WRK-DIFERENCA ROUNDED = WRK-DIFERENCA
                   * LQ-BRUTO(WRK-LQ-IDX) / AJ-ANTIGO(WRK-AJ-IDX)
           END-IF.
           COMPUTE WRK-DED-DEP =
               AJ-DEP-IRRF(WRK-AJ-IDX) * WRK-DEP-DEDUCAO.
           MOVE LQ-BRUTO(WRK-LQ-IDX) TO WRK-BRUTO.
           PERFORM 5100-CALCULA-INSS.
           PERFORM 5200-CALCULA-IRRF.
           MOVE WRK-INSS TO WRK-INSS-ORIG.
           MOVE WRK-IRRF TO WRK-IRRF-ORIG.
           ADD WRK-DIFERENCA TO WRK-BRUTO.
           PERFORM 5100-CALCULA-INSS.
           PERFORM 5200-CALCULA-IRRF.
           MOVE ZEROS TO WRK-DIF-INSS WRK-DIF-IRRF.
           IF WRK-INSS > WRK-INSS-ORIG
               COMPUTE WRK-DIF-INSS = WRK-INSS - WRK-INSS-ORIG
           END-IF.
           IF WRK-IRRF > WRK-IRRF-ORIG
               COMPUTE WRK-DIF-IRRF = WRK-IRRF - WRK-IRRF-ORIG
           END-IF.
           ADD 1 TO AJ-MESES(WRK-AJ-IDX).
           ADD WRK-DIFERENCA TO AJ-RETRO(WRK-AJ-IDX).
           ADD WRK-DIF-INSS  TO AJ-RETRO-INSS(WRK-AJ-IDX).
           ADD WRK-DIF-IRRF  TO AJ-RETRO-IRRF(WRK-AJ-IDX).
           MOVE LQ-COMPET(WRK-LQ-IDX)(5:2) TO LM-MES.
           MOVE LQ-COMPET(WRK-LQ-IDX)(1:4) TO LM-ANO.
           MOVE LQ-MATRICULA(WRK-LQ-IDX)   TO LM-MATRICULA.
           MOVE LQ-BRUTO(WRK-LQ-IDX)       TO LM-BRUTO.
           MOVE WRK-DIFERENCA              TO LM-DIFERENCA.
           MOVE WRK-DIF-INSS               TO LM-INSS.
           MOVE WRK-DIF-IRRF               TO LM-IRRF.
           WRITE DEMONSTRATIVO-REG FROM WRK-LINHA-MES.
       5000-FIM.
           EXIT.

      ***************** MESMAS FAIXAS PROGRESSIVAS DO FOLHA
       5100-CALCULA-INSS.
           MOVE ZEROS TO WRK-INSS WRK-FAIXA-BASE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-INSS-QTD
               IF WRK-BRUTO > WRK-FAIXA-BASE
                   IF WRK-BRUTO < WI-LIMITE(WRK-IDX)
                       MOVE WRK-BRUTO TO WRK-FAIXA-TOPO
                   ELSE
                       MOVE WI-LIMITE(WRK-IDX) TO WRK-FAIXA-TOPO
                   END-IF
                   COMPUTE WRK-PARCELA ROUNDED =
                       (WRK-FAIXA-TOPO - WRK-FAIXA-BASE)
                       * WI-ALIQUOTA(WRK-IDX)
                   ADD WRK-PARCELA TO WRK-INSS
               END-IF
               MOVE WI-LIMITE(WRK-IDX) TO WRK-FAIXA-BASE
           END-PERFORM.

       5200-CALCULA-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-BASE = WRK-BRUTO - WRK-INSS.
           IF WRK-DED-DEP < WRK-BASE
               SUBTRACT WRK-DED-DEP FROM WRK-BASE
           ELSE
               MOVE ZEROS TO WRK-BASE
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-IRRF-QTD
               IF WRK-BASE <= WR-LIMITE(WRK-IDX)
                   COMPUTE WRK-IRRF ROUNDED =
                       WRK-BASE * WR-ALIQUOTA(WRK-IDX)
                       - WR-DEDUCAO(WRK-IDX)
                   IF WRK-IRRF < ZEROS
                       MOVE ZEROS TO WRK-IRRF
                   END-IF
                   MOVE WRK-IRRF-QTD TO WRK-IDX
               END-IF
           END-PERFORM.

      ***************** A DIFERENCA ACUMULADA VAI PARA A FOLHA DE
      ***************** PAGAMENTO COMO EVENTO PROPRIO (DISS), COM O
      ***************** INSS (DINS) E O IRRF (DIRF) JA APURADOS
       6000-LANCA-FOLHA.
           IF AJ-RETRO(WRK-AJ-IDX) = ZEROS
               GO TO 6000-FIM.
           ADD 1 TO WRK-LANCADOS.
           MOVE 'DISS'                   TO WRK-EV-EVENTO.
           MOVE 'R'                      TO WRK-EV-TIPO.
           MOVE 'DIFERENCA DISSIDIO'     TO WRK-EV-DESCRICAO.
           MOVE AJ-RETRO(WRK-AJ-IDX)     TO WRK-EV-VALOR.
           PERFORM 6100-GRAVA-EVENTO.
           IF AJ-RETRO-INSS(WRK-AJ-IDX) > ZEROS
               MOVE 'DINS'               TO WRK-EV-EVENTO
               MOVE 'I'                  TO WRK-EV-TIPO
               MOVE 'INSS S/ DIFERENCAS' TO WRK-EV-DESCRICAO
               MOVE AJ-RETRO-INSS(WRK-AJ-IDX) TO WRK-EV-VALOR
               PERFORM 6100-GRAVA-EVENTO
           END-IF.
           IF AJ-RETRO-IRRF(WRK-AJ-IDX) > ZEROS
               MOVE 'DIRF'               TO WRK-EV-EVENTO
               MOVE 'T'                  TO WRK-EV-TIPO
               MOVE 'IRRF S/ DIFERENCAS' TO WRK-EV-DESCRICAO
               MOVE AJ-RETRO-IRRF(WRK-AJ-IDX) TO WRK-EV-VALOR
               PERFORM 6100-GRAVA-EVENTO
           END-IF.
           ADD AJ-RETRO(WRK-AJ-IDX)      TO WRK-TOTAL-DIF.
           ADD AJ-RETRO-INSS(WRK-AJ-IDX) TO WRK-TOTAL-INSS.
           ADD AJ-RETRO-IRRF(WRK-AJ-IDX) TO WRK-TOTAL-IRRF.
           MOVE AJ-MATRICULA(WRK-AJ-IDX)  TO LT-MATRICULA.
           MOVE AJ-MESES(WRK-AJ-IDX)      TO LT-MESES.
           MOVE AJ-RETRO(WRK-AJ-IDX)      TO LT-DIFERENCA.
           MOVE AJ-RETRO-INSS(WRK-AJ-IDX) TO LT-INSS.
           MOVE AJ-RETRO-IRRF(WRK-AJ-IDX) TO LT-IRRF.
           WRITE DEMONSTRATIVO-REG FROM WRK-LINHA-TOT.
       6000-FIM.
           EXIT.

      ***************** OUTRO DISSIDIO NA MESMA FOLHA SOMA AO EVENTO
      ***************** JA LANCADO
       6100-GRAVA-EVENTO.
           MOVE AJ-MATRICULA(WRK-AJ-IDX) TO FV-MATRICULA.
           MOVE WRK-PAG-ANO              TO FV-ANO.
           MOVE WRK-PAG-MES              TO FV-MES.
           MOVE WRK-EV-EVENTO            TO FV-EVENTO.
           READ FOLHA-VARIAVEL
               INVALID KEY
                   MOVE WRK-EV-TIPO      TO FV-TIPO
                   MOVE WRK-EV-DESCRICAO TO FV-DESCRICAO
                   MOVE WRK-EV-VALOR     TO FV-VALOR
                   MOVE 'DISSIDIO'       TO FV-ORIGEM
                   WRITE FOLHAVAR-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR EVENTO ' FV-CHAVE
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-EV-VALOR TO FV-VALOR
                   REWRITE FOLHAVAR-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR EVENTO ' FV-CHAVE
                   END-REWRITE
           END-READ.

      ***************** TRILHA CENTRAL DE AUDITORIA (AUDIT.DAT)
       9500-AUDITAR.
           MOVE 'FUNCION.DAT' TO AU-FILE.
           MOVE FUN-MATRICULA TO AU-KEY.
           MOVE WRK-OPERADOR TO AU-OPERATOR.
           CALL 'auditlog' USING WRK-AU-AREA.
