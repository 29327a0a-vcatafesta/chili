       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSREM.
      ******************************************
      * OBJETIVO: RELACAO DE REPASSE DOS
      *           EMPRESTIMOS CONSIGNADOS DE UM
      *           MES, SEPARADA POR BANCO - LE
      *           O CONSIG.DAT (ONDE O FOLHA E
      *           A RESCISAO DEIXAM O QUE FOI
      *           DESCONTADO NA COMPETENCIA) E
      *           LISTA POR CONTRATO O VALOR
      *           DESCONTADO E O QUE NAO COUBE
      *           NA MARGEM (REPCONS<AAAAMM>.TXT)
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADOS ASSIGN TO
           'CONSIG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONS-STATUS
               RECORD KEY  IS CS-CHAVE.
           SELECT FUNCIONARIOS ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT REPASSE ASSIGN TO WRK-REP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REP-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD REPASSE.
       01 REP-REG               PIC X(100).

       WORKING-STORAGE SECTION.
       77 CONS-STATUS  PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 REP-STATUS   PIC 9(02).
       77 WRK-FUNC-OK  PIC X(1) VALUE 'N'.
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-ANO      PIC 9(04).
       77 WRK-MES      PIC 9(02).
       77 WRK-COMPET   PIC 9(06).
       77 WRK-REP-NOME PIC X(20).
       77 WRK-IDX      PIC 9(03).
       77 WRK-ACHOU    PIC X(1).
       77 WRK-BANCO-ATUAL PIC 9(03).
       77 WRK-QTD      PIC 9(04) VALUE ZEROS.
       77 WRK-BCO-DESC PIC 9(09)V99.
       77 WRK-BCO-PEND PIC 9(09)V99.
       77 WRK-TOT-DESC PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PEND PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-PEND-ED  PIC $ZZZ.ZZZ.ZZ9,99.

      ***************** BANCOS COM MOVIMENTO NA COMPETENCIA
       77 WRK-QTD-BANCOS PIC 9(03) VALUE ZEROS.
       01 WRK-BANCOS.
           05 WRK-BCO OCCURS 100 TIMES PIC 9(03).

       01 WRK-CAB-REP.
           05 FILLER  PIC X(08) VALUE 'MATRIC.'.
           05 FILLER  PIC X(21) VALUE 'NOME'.
           05 FILLER  PIC X(12) VALUE 'CONTRATO'.
           05 FILLER  PIC X(11) VALUE '    PARCELA'.
           05 FILLER  PIC X(04) VALUE ' QTD'.
           05 FILLER  PIC X(11) VALUE ' DESCONTADO'.
           05 FILLER  PIC X(13) VALUE ' NAO DESCONT.'.
           05 FILLER  PIC X(09) VALUE ' OBS'.

       01 WRK-DET-REP.
           05 DR-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DR-NOME           PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-CONTRATO       PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-PARCELA        PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-QTD            PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-DESCONTADO     PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-PENDENTE       PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-OBS            PIC X(08).

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
           COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES.
           OPEN INPUT CONSIGNADOS.
           IF CONS-STATUS NOT = 00
               DISPLAY 'CONSIG.DAT INDISPONIVEL - STATUS '
                   CONS-STATUS
               STOP RUN
           END-IF.
      ***************** SEM CADASTRO O RELATORIO SAI SEM OS NOMES
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS = 00
               MOVE 'S' TO WRK-FUNC-OK
           END-IF.
           STRING 'REPCONS' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-REP-NOME
           END-STRING.
           OPEN OUTPUT REPASSE.
           MOVE SPACES TO REP-REG.
           STRING 'REPASSE DE CONSIGNADOS AOS BANCOS - COMPETENCIA '
               WRK-MES '/' WRK-ANO DELIMITED BY SIZE INTO REP-REG
           END-STRING.
           WRITE REP-REG.
      ***************** PRIMEIRA PASSADA SO PARA SABER OS BANCOS
           PERFORM UNTIL WRK-EOF = 'Y'
               READ CONSIGNADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       IF CS-ULT-COMPET = WRK-COMPET
                           PERFORM 1100-GUARDA-BANCO
                       END-IF
               END-READ
           END-PERFORM.

       1100-GUARDA-BANCO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-BANCOS
               IF WRK-BCO(WRK-IDX) = CS-BANCO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-BANCOS < 100
               ADD 1 TO WRK-QTD-BANCOS
               MOVE CS-BANCO TO WRK-BCO(WRK-QTD-BANCOS)
           END-IF.

       2000-PROCESSAR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-BANCOS
               MOVE WRK-BCO(WRK-IDX) TO WRK-BANCO-ATUAL
               PERFORM 4000-UM-BANCO
           END-PERFORM.

       3000-FINALIZAR.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           IF WRK-QTD-BANCOS = ZEROS
               MOVE 'NENHUM DESCONTO DE CONSIGNADO NA COMPETENCIA'
                   TO REP-REG
               WRITE REP-REG
           END-IF.
           MOVE WRK-TOT-DESC TO WRK-TOTAL-ED.
           MOVE SPACES TO REP-REG.
           STRING 'TOTAL GERAL DESCONTADO (' WRK-QTD ' CONTRATOS) '
               WRK-TOTAL-ED DELIMITED BY SIZE INTO REP-REG
           END-STRING.
           WRITE REP-REG.
           MOVE WRK-TOT-PEND TO WRK-TOTAL-ED.
           MOVE SPACES TO REP-REG.
           STRING 'TOTAL GERAL NAO DESCONTADO         '
               WRK-TOTAL-ED DELIMITED BY SIZE INTO REP-REG
           END-STRING.
           WRITE REP-REG.
           CLOSE REPASSE.
           CLOSE CONSIGNADOS.
           IF WRK-FUNC-OK = 'S'
               CLOSE FUNCIONARIOS
           END-IF.
           DISPLAY 'CONTRATOS     : ' WRK-QTD.
           MOVE WRK-TOT-DESC TO WRK-TOTAL-ED.
           DISPLAY 'DESCONTADO    : ' WRK-TOTAL-ED.
           MOVE WRK-TOT-PEND TO WRK-TOTAL-ED.
           DISPLAY 'NAO DESCONTADO: ' WRK-TOTAL-ED.
           DISPLAY 'RELATORIO     : ' WRK-REP-NOME.

      ***************** UMA PASSADA NO CONSIG.DAT POR BANCO (A CHAVE
      ***************** COMECA PELA MATRICULA)
       4000-UM-BANCO.
           MOVE ZEROS TO WRK-BCO-DESC WRK-BCO-PEND.
           MOVE SPACES TO REP-REG.
           WRITE REP-REG.
           STRING 'BANCO ' WRK-BANCO-ATUAL
               DELIMITED BY SIZE INTO REP-REG
           END-STRING.
           WRITE REP-REG.
           WRITE REP-REG FROM WRK-CAB-REP.
           MOVE LOW-VALUES TO CS-CHAVE.
           MOVE 'N' TO WRK-EOF.
           START CONSIGNADOS KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ CONSIGNADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       IF CS-BANCO = WRK-BANCO-ATUAL
                           AND CS-ULT-COMPET = WRK-COMPET
                           PERFORM 4100-UM-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-BCO-DESC TO WRK-TOTAL-ED.
           MOVE WRK-BCO-PEND TO WRK-PEND-ED.
           MOVE SPACES TO REP-REG.
           STRING 'TOTAL BANCO ' WRK-BANCO-ATUAL
               '  DESCONTADO ' WRK-TOTAL-ED
               '  NAO DESCONTADO ' WRK-PEND-ED
               DELIMITED BY SIZE INTO REP-REG
           END-STRING.
           WRITE REP-REG.

       4100-UM-CONTRATO.
           MOVE CS-MATRICULA  TO DR-MATRICULA.
           MOVE SPACES        TO DR-NOME.
           IF WRK-FUNC-OK = 'S'
               MOVE CS-MATRICULA TO FUN-MATRICULA
               READ FUNCIONARIOS
                   INVALID KEY MOVE SPACES TO FUN-NOME
               END-READ
               MOVE FUN-NOME TO DR-NOME
           END-IF.
           MOVE CS-CONTRATO   TO DR-CONTRATO.
           MOVE CS-PARCELA    TO DR-PARCELA.
           MOVE CS-ULT-QTD    TO DR-QTD.
           MOVE CS-ULT-VALOR  TO DR-DESCONTADO.
           MOVE CS-ULT-PENDENTE TO DR-PENDENTE.
           EVALUATE CS-SITUACAO
               WHEN 'R' MOVE 'RESCISAO' TO DR-OBS
               WHEN 'Q' MOVE 'QUITADO'  TO DR-OBS
               WHEN 'C' MOVE 'CANCELAD' TO DR-OBS
               WHEN OTHER MOVE SPACES   TO DR-OBS
           END-EVALUATE.
           WRITE REP-REG FROM WRK-DET-REP.
           ADD 1 TO WRK-QTD.
           ADD CS-ULT-VALOR    TO WRK-BCO-DESC WRK-TOT-DESC.
           ADD CS-ULT-PENDENTE TO WRK-BCO-PEND WRK-TOT-PEND.
