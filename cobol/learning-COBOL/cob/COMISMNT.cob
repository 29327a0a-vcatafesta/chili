       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISMNT.
      ******************************************
      * OBJETIVO: CADASTROS DA COMISSAO DE
      *           VENDAS - O VINCULO DO
      *           OPERADOR DE CAIXA DO BOLINHO
      *           (VH-OPERADOR) COM A MATRICULA
      *           DO FUNCIONARIO (OPERFUN.DAT)
      *           E A TABELA DE PERCENTUAIS POR
      *           SKU OU POR CATEGORIA FISCAL
      *           (COMISSAO.DAT) QUE O COMISSAO
      *           USA NO FECHAMENTO DO MES
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FUNC ASSIGN TO
           'OPERFUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPF-STATUS
               RECORD KEY  IS OF-OPERADOR.
           SELECT TAB-COMISSAO ASSIGN TO
           'COMISSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COM-STATUS
               RECORD KEY  IS CM-CHAVE.
           SELECT FUNCIONARIOS ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FUNC.
       01 OPERFUN-REG.
           05 OF-OPERADOR       PIC X(10).
           05 OF-MATRICULA      PIC 9(06).

      ***************** TIPO S = SKU DO ESTOQUE, TIPO C = CATEGORIA
      ***************** FISCAL (CATEG-FISCAL) - O SKU TEM PRIORIDADE
       FD TAB-COMISSAO.
       01 COMISSAO-REG.
           05 CM-CHAVE.
               10 CM-TIPO       PIC X(01).
               10 CM-CODIGO     PIC 9(04).
           05 CM-PERCENTUAL     PIC 9(02)V99.

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
       77 OPF-STATUS   PIC 9(02).
       77 COM-STATUS   PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-OPERADOR PIC X(10).
       77 WRK-AU-ANTES PIC X(100).
       77 WRK-PCT-ED   PIC Z9,99.
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
           OPEN I-O OPER-FUNC
               IF OPF-STATUS = 35 THEN
                   OPEN OUTPUT OPER-FUNC
                   CLOSE OPER-FUNC
                   OPEN I-O OPER-FUNC
               END-IF.
           OPEN I-O TAB-COMISSAO
               IF COM-STATUS = 35 THEN
                   OPEN OUTPUT TAB-COMISSAO
                   CLOSE TAB-COMISSAO
                   OPEN I-O TAB-COMISSAO
               END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.

       2000-PROCESSAR.
           DISPLAY ' '.
           DISPLAY 'COMISSAO DE VENDAS - CADASTROS'.
           DISPLAY '1 - VINCULAR OPERADOR A MATRICULA'.
           DISPLAY '2 - EXCLUIR VINCULO'.
           DISPLAY '3 - RELACAO DE VINCULOS'.
           DISPLAY '4 - PERCENTUAL POR SKU/CATEGORIA'.
           DISPLAY '5 - EXCLUIR PERCENTUAL'.
           DISPLAY '6 - TABELA DE PERCENTUAIS'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 5000-VINCULAR
               WHEN 2
                   PERFORM 5500-DESVINCULAR
               WHEN 3
                   PERFORM 6000-LISTAR-VINCULOS
               WHEN 4
                   PERFORM 7000-PERCENTUAL
               WHEN 5
                   PERFORM 7500-EXCLUIR-PERCENTUAL
               WHEN 6
                   PERFORM 8000-LISTAR-PERCENTUAIS
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X' AND 'x'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
                   END-IF
           END-EVALUATE.

       3000-FINALIZAR.
           CLOSE OPER-FUNC.
           CLOSE TAB-COMISSAO.
           CLOSE FUNCIONARIOS.

      ***************** UM OPERADOR APONTA PARA UMA MATRICULA; A
      ***************** MATRICULA TEM DE EXISTIR NO CADASTRO
       5000-VINCULAR.
           DISPLAY 'OPERADOR DO CAIXA : ' WITH NO ADVANCING.
           ACCEPT OF-OPERADOR.
           IF OF-OPERADOR = SPACES
               DISPLAY 'INFORME O OPERADOR'
           ELSE
               READ OPER-FUNC
                   INVALID KEY
                       MOVE SPACES TO WRK-AU-ANTES
                       MOVE 'ADD' TO AU-ACTION
                   NOT INVALID KEY
                       MOVE OPERFUN-REG TO WRK-AU-ANTES
                       MOVE 'UPD' TO AU-ACTION
                       DISPLAY 'VINCULADO HOJE A ' OF-MATRICULA
               END-READ
               DISPLAY 'MATRICULA         : ' WITH NO ADVANCING
               ACCEPT OF-MATRICULA
               MOVE OF-MATRICULA TO FUN-MATRICULA
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'FUNCIONARIO       : ' FUN-NOME
                       PERFORM 5100-GRAVAR-VINCULO
               END-READ
           END-IF.

       5100-GRAVAR-VINCULO.
           IF AU-ACTION = 'ADD'
               WRITE OPERFUN-REG
                   INVALID KEY DISPLAY 'ERRO AO GRAVAR VINCULO'
                   NOT INVALID KEY
                       PERFORM 9400-AUDITAR-VINCULO
               END-WRITE
           ELSE
               REWRITE OPERFUN-REG
                   INVALID KEY DISPLAY 'ERRO AO ALTERAR VINCULO'
                   NOT INVALID KEY
                       PERFORM 9400-AUDITAR-VINCULO
               END-REWRITE
           END-IF.

       5500-DESVINCULAR.
           DISPLAY 'OPERADOR DO CAIXA : ' WITH NO ADVANCING.
           ACCEPT OF-OPERADOR.
           READ OPER-FUNC
               INVALID KEY DISPLAY 'OPERADOR SEM VINCULO'
               NOT INVALID KEY
                   MOVE OPERFUN-REG TO WRK-AU-ANTES
                   DELETE OPER-FUNC
                       INVALID KEY DISPLAY 'ERRO AO EXCLUIR'
                       NOT INVALID KEY
                           MOVE 'DEL' TO AU-ACTION
                           PERFORM 9400-AUDITAR-VINCULO
                           DISPLAY 'VINCULO EXCLUIDO'
                   END-DELETE
           END-READ.

       6000-LISTAR-VINCULOS.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO OF-OPERADOR.
           START OPER-FUNC KEY IS NOT LESS THAN OF-OPERADOR
               INVALID KEY
                   DISPLAY 'NENHUM VINCULO CADASTRADO'
                   MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ OPER-FUNC NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   MOVE OF-MATRICULA TO FUN-MATRICULA
                   READ FUNCIONARIOS
                       INVALID KEY MOVE '** SEM CADASTRO **'
                           TO FUN-NOME
                   END-READ
                   DISPLAY OF-OPERADOR ' ' OF-MATRICULA ' '
                       FUN-NOME
               END-IF
           END-PERFORM.

       7000-PERCENTUAL.
           DISPLAY 'TIPO (S=SKU C=CATEGORIA) : ' WITH NO ADVANCING.
           ACCEPT CM-TIPO.
           IF CM-TIPO = 's'
               MOVE 'S' TO CM-TIPO
           END-IF.
           IF CM-TIPO = 'c'
               MOVE 'C' TO CM-TIPO
           END-IF.
           IF CM-TIPO NOT = 'S' AND CM-TIPO NOT = 'C'
               DISPLAY 'TIPO DEVE SER S OU C'
           ELSE
               DISPLAY 'CODIGO                   : '
                   WITH NO ADVANCING
               ACCEPT CM-CODIGO
               READ TAB-COMISSAO
                   INVALID KEY
                       MOVE SPACES TO WRK-AU-ANTES
                       MOVE 'ADD' TO AU-ACTION
                   NOT INVALID KEY
                       MOVE COMISSAO-REG TO WRK-AU-ANTES
                       MOVE 'UPD' TO AU-ACTION
                       MOVE CM-PERCENTUAL TO WRK-PCT-ED
                       DISPLAY 'PERCENTUAL ATUAL         : '
                           WRK-PCT-ED
               END-READ
               DISPLAY 'PERCENTUAL (99,99)       : '
                   WITH NO ADVANCING
               ACCEPT CM-PERCENTUAL
               IF AU-ACTION = 'ADD'
                   WRITE COMISSAO-REG
                       INVALID KEY DISPLAY 'ERRO AO GRAVAR'
                       NOT INVALID KEY
                           PERFORM 9500-AUDITAR-PERCENTUAL
                   END-WRITE
               ELSE
                   REWRITE COMISSAO-REG
                       INVALID KEY DISPLAY 'ERRO AO ALTERAR'
                       NOT INVALID KEY
                           PERFORM 9500-AUDITAR-PERCENTUAL
                   END-REWRITE
               END-IF
           END-IF.

       7500-EXCLUIR-PERCENTUAL.
           DISPLAY 'TIPO (S=SKU C=CATEGORIA) : ' WITH NO ADVANCING.
           ACCEPT CM-TIPO.
           DISPLAY 'CODIGO                   : ' WITH NO ADVANCING.
           ACCEPT CM-CODIGO.
           READ TAB-COMISSAO
               INVALID KEY DISPLAY 'PERCENTUAL NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE COMISSAO-REG TO WRK-AU-ANTES
                   DELETE TAB-COMISSAO
                       INVALID KEY DISPLAY 'ERRO AO EXCLUIR'
                       NOT INVALID KEY
                           MOVE 'DEL' TO AU-ACTION
                           PERFORM 9500-AUDITAR-PERCENTUAL
                           DISPLAY 'PERCENTUAL EXCLUIDO'
                   END-DELETE
           END-READ.

       8000-LISTAR-PERCENTUAIS.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO CM-CHAVE.
           START TAB-COMISSAO KEY IS NOT LESS THAN CM-CHAVE
               INVALID KEY
                   DISPLAY 'NENHUM PERCENTUAL CADASTRADO'
                   MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ TAB-COMISSAO NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   MOVE CM-PERCENTUAL TO WRK-PCT-ED
                   IF CM-TIPO = 'S'
                       DISPLAY 'SKU       ' CM-CODIGO ' ' WRK-PCT-ED
                           '%'
                   ELSE
                       DISPLAY 'CATEGORIA ' CM-CODIGO ' ' WRK-PCT-ED
                           '%'
                   END-IF
               END-IF
           END-PERFORM.

      ***************** TRILHA CENTRAL DE AUDITORIA (AUDIT.DAT)
       9400-AUDITAR-VINCULO.
           MOVE 'OPERFUN.DAT' TO AU-FILE.
           MOVE OF-OPERADOR TO AU-KEY.
           MOVE WRK-OPERADOR TO AU-OPERATOR.
           MOVE WRK-AU-ANTES TO AU-BEFORE.
           IF AU-ACTION = 'DEL'
               MOVE SPACES TO AU-AFTER
           ELSE
               MOVE OPERFUN-REG TO AU-AFTER
           END-IF.
           CALL 'auditlog' USING WRK-AU-AREA.

       9500-AUDITAR-PERCENTUAL.
           MOVE 'COMISSAO.DAT' TO AU-FILE.
           MOVE CM-CHAVE TO AU-KEY.
           MOVE WRK-OPERADOR TO AU-OPERATOR.
           MOVE WRK-AU-ANTES TO AU-BEFORE.
           IF AU-ACTION = 'DEL'
               MOVE SPACES TO AU-AFTER
           ELSE
               MOVE COMISSAO-REG TO AU-AFTER
           END-IF.
           CALL 'auditlog' USING WRK-AU-AREA.
