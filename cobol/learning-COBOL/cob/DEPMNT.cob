       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT.
      ******************************************
      * OBJETIVO: CADASTRO DE DEPENDENTES DOS
      *           FUNCIONARIOS (DEPENDEN.DAT):
      *           NOME, NASCIMENTO, PARENTESCO
      *           E SE O DEPENDENTE ENTRA NA
      *           DEDUCAO DO IRRF E NO
      *           SALARIO-FAMILIA. USADO PELO
      *           FOLHA, FOLHA13, FERIAS,
      *           RESCISAO E INFORME
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTES ASSIGN TO
           'DEPENDEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STATUS
               RECORD KEY  IS DP-CHAVE.
           SELECT FUNCIONARIOS ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
       DATA DIVISION.
       FILE SECTION.
      ***************** PARENTESCO: F = FILHO/ENTEADO, C = CONJUGE
      ***************** OU COMPANHEIRO, P = PAI/MAE, O = OUTRO.
      ***************** SALARIO-FAMILIA SO PARA PARENTESCO F
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
       77 DEP-STATUS   PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-VALIDO   PIC X(1).
       77 WRK-MATRICULA PIC 9(06).
       77 WRK-QTD      PIC 9(02).
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
           OPEN I-O DEPENDENTES
               IF DEP-STATUS = 35 THEN
                   OPEN OUTPUT DEPENDENTES
                   CLOSE DEPENDENTES
                   OPEN I-O DEPENDENTES
               END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.

       2000-PROCESSAR.
           DISPLAY ' '.
           DISPLAY 'CADASTRO DE DEPENDENTES'.
           DISPLAY '1 - INCLUIR'.
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
           CLOSE DEPENDENTES.
           CLOSE FUNCIONARIOS.

      ***************** O DEPENDENTE PENDURA NUMA MATRICULA QUE
      ***************** EXISTE NO CADASTRO; A SEQUENCIA DISTINGUE
      ***************** OS DEPENDENTES DO MESMO FUNCIONARIO
       5000-INCLUIR.
           DISPLAY 'MATRICULA         : ' WITH NO ADVANCING.
           ACCEPT FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO       : ' FUN-NOME
                   MOVE FUN-MATRICULA TO DP-MATRICULA
                   DISPLAY 'SEQUENCIA (01-99) : ' WITH NO ADVANCING
                   ACCEPT DP-SEQ
                   PERFORM 5100-ACEITA-DADOS
                   IF DP-SEQ = ZEROS
                       DISPLAY 'SEQUENCIA OBRIGATORIA'
                       MOVE 'N' TO WRK-VALIDO
                   END-IF
                   IF WRK-VALIDO = 'S'
                       WRITE DEPENDENTE-REG
                           INVALID KEY
                               DISPLAY 'DEPENDENTE JA CADASTRADO'
                           NOT INVALID KEY
                               MOVE 'ADD' TO AU-ACTION
                               MOVE SPACES TO AU-BEFORE
                               MOVE DEPENDENTE-REG TO AU-AFTER
                               PERFORM 9500-AUDITAR
                       END-WRITE
                   END-IF
           END-READ.

       5100-ACEITA-DADOS.
           DISPLAY 'NOME              : ' WITH NO ADVANCING.
           ACCEPT DP-NOME.
           DISPLAY 'NASCIMENTO AAAAMMDD: ' WITH NO ADVANCING.
           ACCEPT DP-NASCIMENTO.
           DISPLAY 'PARENTESCO (F=FILHO C=CONJUGE P=PAI/MAE O=OUTRO): '
               WITH NO ADVANCING.
           ACCEPT DP-PARENTESCO.
           DISPLAY 'DEDUZ NO IRRF (S/N)        : ' WITH NO ADVANCING.
           ACCEPT DP-IRRF.
           DISPLAY 'SALARIO-FAMILIA (S/N)      : ' WITH NO ADVANCING.
           ACCEPT DP-SALFAM.
           PERFORM 5200-VALIDA.

       5200-VALIDA.
           MOVE 'S' TO WRK-VALIDO.
           IF DP-IRRF = 's'
               MOVE 'S' TO DP-IRRF
           END-IF.
           IF DP-SALFAM = 's'
               MOVE 'S' TO DP-SALFAM
           END-IF.
           IF DP-IRRF NOT = 'S'
               MOVE 'N' TO DP-IRRF
           END-IF.
           IF DP-SALFAM NOT = 'S'
               MOVE 'N' TO DP-SALFAM
           END-IF.
           IF DP-NOME = SPACES OR DP-NASCIMENTO = ZEROS
               DISPLAY 'PREENCHA NOME E NASCIMENTO'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF DP-PARENTESCO NOT = 'F' AND DP-PARENTESCO NOT = 'C'
               AND DP-PARENTESCO NOT = 'P'
               AND DP-PARENTESCO NOT = 'O'
               DISPLAY 'PARENTESCO INVALIDO'
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF DP-SALFAM = 'S' AND DP-PARENTESCO NOT = 'F'
               DISPLAY 'SALARIO-FAMILIA SO PARA FILHO/ENTEADO'
               MOVE 'N' TO WRK-VALIDO
           END-IF.

       6000-CONSULTAR.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QTD.
           MOVE 'N' TO WRK-EOF.
           MOVE WRK-MATRICULA TO DP-MATRICULA.
           MOVE ZEROS TO DP-SEQ.
           START DEPENDENTES KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ DEPENDENTES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   IF DP-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'Y' TO WRK-EOF
                   ELSE
                       ADD 1 TO WRK-QTD
                       DISPLAY DP-SEQ ' ' DP-NOME ' ' DP-NASCIMENTO
                           ' ' DP-PARENTESCO ' IRRF ' DP-IRRF
                           ' SF ' DP-SALFAM
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD = ZEROS
               DISPLAY 'NENHUM DEPENDENTE PARA A MATRICULA'
           END-IF.

       7000-ALTERAR.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT DP-MATRICULA.
           DISPLAY 'SEQUENCIA: ' WITH NO ADVANCING.
           ACCEPT DP-SEQ.
           READ DEPENDENTES
               INVALID KEY DISPLAY 'DEPENDENTE NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE DEPENDENTE-REG TO WRK-AU-ANTES
                   DISPLAY 'ATUAL: ' DP-NOME ' ' DP-NASCIMENTO
                       ' ' DP-PARENTESCO ' IRRF ' DP-IRRF
                       ' SF ' DP-SALFAM
                   PERFORM 5100-ACEITA-DADOS
                   IF WRK-VALIDO = 'S'
                       REWRITE DEPENDENTE-REG
                           INVALID KEY DISPLAY 'ERRO AO ALTERAR'
                           NOT INVALID KEY
                               MOVE 'UPD' TO AU-ACTION
                               MOVE WRK-AU-ANTES TO AU-BEFORE
                               MOVE DEPENDENTE-REG TO AU-AFTER
                               PERFORM 9500-AUDITAR
                       END-REWRITE
                   END-IF
           END-READ.

       8000-EXCLUIR.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT DP-MATRICULA.
           DISPLAY 'SEQUENCIA: ' WITH NO ADVANCING.
           ACCEPT DP-SEQ.
           READ DEPENDENTES
               INVALID KEY DISPLAY 'DEPENDENTE NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA EXCLUSAO DE ' DP-NOME
                       ' (S/N)? ' WITH NO ADVANCING
                   ACCEPT WRK-TECLA
                   IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                       MOVE DEPENDENTE-REG TO WRK-AU-ANTES
                       DELETE DEPENDENTES
                           INVALID KEY DISPLAY 'ERRO AO EXCLUIR'
                           NOT INVALID KEY
                               MOVE 'DEL' TO AU-ACTION
                               MOVE WRK-AU-ANTES TO AU-BEFORE
                               MOVE SPACES TO AU-AFTER
                               PERFORM 9500-AUDITAR
                               DISPLAY 'DEPENDENTE EXCLUIDO'
                       END-DELETE
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA'
                   END-IF
           END-READ.

      ***************** TRILHA CENTRAL DE AUDITORIA (AUDIT.DAT)
       9500-AUDITAR.
           MOVE 'DEPENDEN.DAT' TO AU-FILE.
           MOVE DP-CHAVE TO AU-KEY.
           MOVE WRK-OPERADOR TO AU-OPERATOR.
           CALL 'auditlog' USING WRK-AU-AREA.

       9000-RELATORIO.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO DP-CHAVE.
           START DEPENDENTES KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   DISPLAY 'NENHUM DEPENDENTE CADASTRADO'
                   MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ DEPENDENTES NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   DISPLAY DP-MATRICULA ' ' DP-SEQ ' ' DP-NOME ' '
                       DP-NASCIMENTO ' ' DP-PARENTESCO ' IRRF '
                       DP-IRRF ' SF ' DP-SALFAM
               END-IF
           END-PERFORM.
