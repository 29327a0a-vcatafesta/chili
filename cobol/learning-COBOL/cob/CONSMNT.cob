       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSMNT.
      ******************************************
      * OBJETIVO: CADASTRO DOS CONTRATOS DE
      *           EMPRESTIMO CONSIGNADO DOS
      *           FUNCIONARIOS (CONSIG.DAT):
      *           BANCO, CONTRATO, VALOR DA
      *           PARCELA, PRAZO E MES DA
      *           PRIMEIRA PARCELA. O FOLHA
      *           DESCONTA AS PARCELAS, O
      *           CONSREM LISTA O REPASSE A
      *           CADA BANCO E A RESCISAO
      *           QUITA O SALDO
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
       DATA DIVISION.
       FILE SECTION.
      ***************** SITUACAO: A = ATIVO, Q = QUITADO, R = QUITADO
      ***************** NA RESCISAO, C = CANCELADO. ATRASADAS SAO AS
      ***************** PARCELAS QUE NAO COUBERAM NA MARGEM E FICAM
      ***************** PARA OS MESES SEGUINTES. OS CAMPOS CS-ULT-
      ***************** GUARDAM O QUE A ULTIMA FOLHA (OU A RESCISAO)
      ***************** DESCONTOU E O QUE FICOU SEM DESCONTO
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

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO    PIC X(1).
       77 WRK-TECLA    PIC X(1).
       77 CONS-STATUS  PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-VALIDO   PIC X(1).
       77 WRK-MATRICULA PIC 9(06).
       77 WRK-QTD      PIC 9(02).
       77 WRK-SALDO    PIC 9(08)V99.
       77 WRK-VALOR-ED PIC $ZZZ.ZZ9,99.
       77 WRK-SALDO-ED PIC $ZZ.ZZZ.ZZ9,99.
       77 WRK-OPERADOR PIC X(10).
       77 WRK-AU-ANTES PIC X(100).
       01 WRK-AU-AREA.
           05 AU-FILE      PIC X(12).
           05 AU-KEY       PIC X(20).
           05 AU-OPERATOR  PIC X(10).
           05 AU-ACTION    PIC X(03).
           05 AU-BEFORE    PIC X(100).
           05 AU-AFTER     PIC X(100).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR
               UNTIL WRK-OPCAO = 'X' OR WRK-OPCAO = 'x'.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR.
           OPEN I-O CONSIGNADOS
               IF CONS-STATUS = 35 THEN
                   OPEN OUTPUT CONSIGNADOS
                   CLOSE CONSIGNADOS
                   OPEN I-O CONSIGNADOS
               END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.

       2000-PROCESSAR.
           DISPLAY ' '.
           DISPLAY 'EMPRESTIMOS CONSIGNADOS'.
           DISPLAY '1 - INCLUIR CONTRATO'.
           DISPLAY '2 - CONSULTAR (POR MATRICULA)'.
           DISPLAY '3 - ALTERAR'.
           DISPLAY '4 - EXCLUIR'.
           DISPLAY '5 - RELATORIO'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 5000-INCLUIR
               WHEN 2
                   PERFORM 6000-CONSULTAR
               WHEN 3
                   PERFORM 7000-ALTERAR
               WHEN 4
                   PERFORM 8000-EXCLUIR
               WHEN 5
                   PERFORM 9000-RELATORIO
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X' AND 'x'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

       3000-FINALIZAR.
           CLOSE CONSIGNADOS.
           CLOSE FUNCIONARIOS.

      ***************** O CONTRATO PENDURA NUMA MATRICULA QUE EXISTE
      ***************** NO CADASTRO. PARCELAS JA PAGAS SERVEM PARA
      ***************** CONTRATOS QUE VEM DE FORA OU JA EM CURSO
       5000-INCLUIR.
           DISPLAY 'MATRICULA          : ' WITH NO ADVANCING.
           ACCEPT FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO        : ' FUN-NOME
                   MOVE FUN-MATRICULA TO CS-MATRICULA
                   DISPLAY 'BANCO (COD)        : ' WITH NO ADVANCING
                   ACCEPT CS-BANCO
                   DISPLAY 'CONTRATO           : ' WITH NO ADVANCING
                   ACCEPT CS-CONTRATO
                   PERFORM 5100-ACEITA-DADOS
                   DISPLAY 'PARCELAS JA PAGAS  : ' WITH NO ADVANCING
                   ACCEPT CS-PAGAS
                   MOVE ZEROS TO CS-ATRASADAS CS-ULT-COMPET
                       CS-ULT-QTD CS-ULT-VALOR CS-ULT-PENDENTE
                       CS-RESC-VALOR
                   MOVE 'A' TO CS-SITUACAO
                   PERFORM 5200-VALIDA
                   IF WRK-VALIDO = 'S'
                       WRITE CONSIG-REG
                           INVALID KEY
                               DISPLAY 'CONTRATO JA CADASTRADO'
                           NOT INVALID KEY
                               MOVE 'ADD' TO AU-ACTION
                               MOVE SPACES TO AU-BEFORE
                               MOVE CONSIG-REG TO AU-AFTER
                               PERFORM 9500-AUDITAR
                       END-WRITE
                   END-IF
           END-READ.

       5100-ACEITA-DADOS.
           DISPLAY 'VALOR DA PARCELA   : ' WITH NO ADVANCING.
           ACCEPT CS-PARCELA.
           DISPLAY 'PRAZO (PARCELAS)   : ' WITH NO ADVANCING.
           ACCEPT CS-PRAZO.
           DISPLAY '1a PARCELA (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT CS-INICIO.

       5200-VALIDA.
           MOVE 'S' TO WRK-VALIDO.
           IF CS-BANCO = ZEROS OR CS-CONTRATO = SPACES
               DISPLAY 'PREENCHA BANCO E CONTRATO'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF CS-PARCELA = ZEROS OR CS-PRAZO = ZEROS
               DISPLAY 'PARCELA E PRAZO OBRIGATORIOS'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF CS-INICIO(5:2) < '01' OR CS-INICIO(5:2) > '12'
               DISPLAY 'MES DA 1a PARCELA INVALIDO'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF CS-PAGAS + CS-ATRASADAS > CS-PRAZO
               DISPLAY 'PARCELAS PAGAS ALEM DO PRAZO'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF CS-SITUACAO NOT = 'A' AND CS-SITUACAO NOT = 'Q'
               AND CS-SITUACAO NOT = 'R'
               AND CS-SITUACAO NOT = 'C'
               DISPLAY 'SITUACAO INVALIDA'
               MOVE 'N' TO WRK-VALIDO
           END-IF.

       6000-CONSULTAR.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QTD.
           MOVE 'N' TO WRK-EOF.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE ZEROS TO CS-BANCO.
           MOVE LOW-VALUES TO CS-CONTRATO.
           START CONSIGNADOS KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ CONSIGNADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   IF CS-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'Y' TO WRK-EOF
                   ELSE
                       ADD 1 TO WRK-QTD
                       PERFORM 6100-MOSTRA-CONTRATO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD = ZEROS
               DISPLAY 'NENHUM CONTRATO PARA A MATRICULA'
           END-IF.

       6100-MOSTRA-CONTRATO.
           MOVE CS-PARCELA TO WRK-VALOR-ED.
           COMPUTE WRK-SALDO =
               (CS-PRAZO - CS-PAGAS) * CS-PARCELA.
           IF CS-SITUACAO NOT = 'A'
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY 'BANCO ' CS-BANCO ' CONTRATO ' CS-CONTRATO
               ' SITUACAO ' CS-SITUACAO.
           DISPLAY '  PARCELA ' WRK-VALOR-ED ' PAGAS ' CS-PAGAS
               '/' CS-PRAZO ' ATRASADAS ' CS-ATRASADAS
               ' DESDE ' CS-INICIO.
           DISPLAY '  SALDO DEVEDOR ' WRK-SALDO-ED
               ' ULTIMA FOLHA ' CS-ULT-COMPET.

      ***************** ALTERA VALORES E SITUACAO (QUITACAO
      ***************** ANTECIPADA, CANCELAMENTO PELO BANCO)
       7000-ALTERAR.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT CS-MATRICULA.
           DISPLAY 'BANCO    : ' WITH NO ADVANCING.
           ACCEPT CS-BANCO.
           DISPLAY 'CONTRATO : ' WITH NO ADVANCING.
           ACCEPT CS-CONTRATO.
           READ CONSIGNADOS
               INVALID KEY DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE CONSIG-REG TO WRK-AU-ANTES
                   PERFORM 6100-MOSTRA-CONTRATO
                   PERFORM 5100-ACEITA-DADOS
                   DISPLAY 'SITUACAO (A=ATIVO Q=QUITADO C=CANCELADO): '
                       WITH NO ADVANCING
                   ACCEPT CS-SITUACAO
                   PERFORM 5200-VALIDA
                   IF WRK-VALIDO = 'S'
                       REWRITE CONSIG-REG
                           INVALID KEY DISPLAY 'ERRO AO ALTERAR'
                           NOT INVALID KEY
                               MOVE 'UPD' TO AU-ACTION
                               MOVE WRK-AU-ANTES TO AU-BEFORE
                               MOVE CONSIG-REG TO AU-AFTER
                               PERFORM 9500-AUDITAR
                       END-REWRITE
                   END-IF
           END-READ.

       8000-EXCLUIR.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT CS-MATRICULA.
           DISPLAY 'BANCO    : ' WITH NO ADVANCING.
           ACCEPT CS-BANCO.
           DISPLAY 'CONTRATO : ' WITH NO ADVANCING.
           ACCEPT CS-CONTRATO.
           READ CONSIGNADOS
               INVALID KEY DISPLAY 'CONTRATO NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA EXCLUSAO DO CONTRATO '
                       CS-CONTRATO ' (S/N)? ' WITH NO ADVANCING
                   ACCEPT WRK-TECLA
                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       MOVE CONSIG-REG TO WRK-AU-ANTES
                       DELETE CONSIGNADOS
                           INVALID KEY DISPLAY 'ERRO AO EXCLUIR'
                           NOT INVALID KEY
                               MOVE 'DEL' TO AU-ACTION
                               MOVE WRK-AU-ANTES TO AU-BEFORE
                               MOVE SPACES TO AU-AFTER
                               PERFORM 9500-AUDITAR
                               DISPLAY 'CONTRATO EXCLUIDO'
                       END-DELETE
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA'
                   END-IF
           END-READ.

      ***************** TRILHA CENTRAL DE AUDITORIA (AUDIT.DAT)
       9500-AUDITAR.
           MOVE 'CONSIG.DAT' TO AU-FILE.
           MOVE CS-CHAVE TO AU-KEY.
           MOVE WRK-OPERADOR TO AU-OPERATOR.
           CALL 'auditlog' USING WRK-AU-AREA.

       9000-RELATORIO.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CONSIGNADOS KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   DISPLAY 'NENHUM CONTRATO CADASTRADO'
                   MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ CONSIGNADOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   MOVE CS-PARCELA TO WRK-VALOR-ED
                   DISPLAY CS-MATRICULA ' ' CS-BANCO ' ' CS-CONTRATO
                       ' ' WRK-VALOR-ED ' ' CS-PAGAS '/' CS-PRAZO
                       ' ATR ' CS-ATRASADAS ' ' CS-SITUACAO
               END-IF
           END-PERFORM.
