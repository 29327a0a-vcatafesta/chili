      * OBJETIVO: CADASTRO DE FUNCIONARIOS
      *           (MATRICULA, NOME, ADMISSAO,
      *           SALARIO BASE) EM FUNCION.DAT
      *           PARA A FOLHA MENSAL (FOLHA).
      *           O CENTRO DE CUSTO TEM DE
      *           EXISTIR NO CCUSTO.TAB
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT CCUSTO-TAB ASSIGN TO
           'CCUSTO.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD CCUSTO-TAB.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(04).
           05 FILLER            PIC X(01).
           05 CC-NOME           PIC X(20).
           05 FILLER            PIC X(01).
           05 CC-CTA-SALARIOS   PIC 9(04).
           05 FILLER            PIC X(01).
           05 CC-CTA-ENCARGOS   PIC 9(04).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO    PIC X(1).
       77 WRK-TECLA    PIC X(1).
       77 FUNC-STATUS  PIC 9(02).
       77 CCU-STATUS   PIC 9(02).
       77 WRK-CC-QTD   PIC 9(02) VALUE ZEROS.
       77 WRK-CC-IDX   PIC 9(02).
       77 WRK-CC-OK    PIC X(1).
       01 WRK-CC-TABELA.
           05 WRK-CC-CODIGO OCCURS 30 TIMES PIC X(04).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-OPERADOR PIC X(10).
       77 WRK-AU-ANTES PIC X(100).
                   CLOSE FUNCIONARIOS
                   OPEN I-O FUNCIONARIOS
               END-IF.
      ***************** CENTROS DE CUSTO VALIDOS (FOLHATAB)
           OPEN INPUT CCUSTO-TAB.
           IF CCU-STATUS = 00
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ CCUSTO-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF WRK-CC-QTD < 30
                               ADD 1 TO WRK-CC-QTD
                               MOVE CC-CODIGO
                                   TO WRK-CC-CODIGO(WRK-CC-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CCUSTO-TAB
           END-IF.
           MOVE 'N' TO WRK-EOF.

       2000-PROCESSAR.
           DISPLAY ' '.
           ACCEPT FUN-AGENCIA.
           DISPLAY 'CONTA             : ' WITH NO ADVANCING.
           ACCEPT FUN-CONTA.
           DISPLAY 'CENTRO DE CUSTO   : ' WITH NO ADVANCING.
           ACCEPT FUN-CCUSTO.
           PERFORM 5200-VALIDA-CCUSTO.
           IF FUN-MATRICULA = ZEROS OR FUN-NOME = SPACES
               OR FUN-SALARIO = ZEROS
               DISPLAY 'PREENCHA MATRICULA, NOME E SALARIO'
           ELSE
               IF WRK-CC-OK = 'N'
                   DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO'
               ELSE
                   WRITE FUNCIONARIO-REG
                       INVALID KEY DISPLAY 'MATRICULA JA CADASTRADA'
                       NOT INVALID KEY
                           MOVE 'ADD' TO AU-ACTION
                           MOVE SPACES TO AU-BEFORE
                           MOVE FUNCIONARIO-REG TO AU-AFTER
                           PERFORM 9500-AUDITAR
                   END-WRITE
               END-IF
           END-IF.

      ***************** EM BRANCO = SEM CENTRO (CONTA PADRAO); SEM
      ***************** TABELA NAO HA COMO CONFERIR E ACEITA
       5200-VALIDA-CCUSTO.
           MOVE 'S' TO WRK-CC-OK.
           IF FUN-CCUSTO NOT = SPACES AND WRK-CC-QTD > ZEROS
               MOVE 'N' TO WRK-CC-OK
               PERFORM VARYING WRK-CC-IDX FROM 1 BY 1
                       UNTIL WRK-CC-IDX > WRK-CC-QTD
                   IF WRK-CC-CODIGO(WRK-CC-IDX) = FUN-CCUSTO
                       MOVE 'S' TO WRK-CC-OK
                   END-IF
               END-PERFORM
           END-IF.

       6000-CONSULTAR.
                   DISPLAY 'BANCO    : ' FUN-BANCO
                   DISPLAY 'AGENCIA  : ' FUN-AGENCIA
                   DISPLAY 'CONTA    : ' FUN-CONTA
                   DISPLAY 'C. CUSTO : ' FUN-CCUSTO
           END-READ.

       7000-ALTERAR.
                   ACCEPT FUN-AGENCIA
                   DISPLAY 'CONTA        : ' WITH NO ADVANCING
                   ACCEPT FUN-CONTA
                   DISPLAY 'C. CUSTO     : ' WITH NO ADVANCING
                   ACCEPT FUN-CCUSTO
                   PERFORM 5200-VALIDA-CCUSTO
                   IF WRK-CC-OK = 'N'
                       DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO'
                   ELSE
                       REWRITE FUNCIONARIO-REG
                           INVALID KEY DISPLAY 'ERRO AO ALTERAR'
                           NOT INVALID KEY
                               MOVE 'UPD' TO AU-ACTION
                               MOVE WRK-AU-ANTES TO AU-BEFORE
                               MOVE FUNCIONARIO-REG TO AU-AFTER
                               PERFORM 9500-AUDITAR
                       END-REWRITE
                   END-IF
           END-READ.

       8000-EXCLUIR.
               END-READ
               IF WRK-EOF = 'N'
                   DISPLAY FUN-MATRICULA ' ' FUN-NOME ' '
                       FUN-ADMISSAO ' ' FUN-SALARIO ' ' FUN-CCUSTO
               END-IF
           END-PERFORM.
