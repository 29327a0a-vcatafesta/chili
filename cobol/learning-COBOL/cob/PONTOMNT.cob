      *           DOMINGO/FERIADO E DIAS DE
      *           FALTA) EM PONTO.DAT, QUE O
      *           FOLHA USA PARA MONTAR O
      *           BRUTO DOS HORISTAS. VINCULA
      *           TAMBEM O CRACHA OU PIS DO
      *           RELOGIO A MATRICULA
      *           (CRACHA.DAT) PARA O PONTOIMP
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT CRACHAS ASSIGN TO
           'CRACHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CRA-STATUS
               RECORD KEY  IS CR-CRACHA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PONTO.
           05 FUN-BANCO         PIC 9(03).
           05 FUN-AGENCIA       PIC 9(04).
           05 FUN-CONTA         PIC 9(08).
           05 FUN-CCUSTO        PIC X(04).

       FD CRACHAS.
       01 CRACHA-REG.
           05 CR-CRACHA         PIC X(12).
           05 CR-MATRICULA      PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO    PIC X(1).
       77 WRK-TECLA    PIC X(1).
       77 PONTO-STATUS PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 CRA-STATUS   PIC 9(02).
       77 WRK-MATRICULA PIC 9(06).
       77 WRK-EOF      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
                   FUNC-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CRACHAS
               IF CRA-STATUS = 35 THEN
                   OPEN OUTPUT CRACHAS
                   CLOSE CRACHAS
                   OPEN I-O CRACHAS
               END-IF.

       2000-PROCESSAR.
           DISPLAY ' '.
           DISPLAY '3 - ALTERAR'.
           DISPLAY '4 - EXCLUIR'.
           DISPLAY '5 - RELATORIO'.
           DISPLAY '6 - VINCULAR CRACHA/PIS DO RELOGIO'.
           DISPLAY '7 - RELATORIO DE CRACHAS'.
           DISPLAY 'X - SAIDA'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.
                   PERFORM 8000-EXCLUIR
               WHEN 5
                   PERFORM 9000-RELATORIO
               WHEN 6
                   PERFORM 9100-CRACHA
               WHEN 7
                   PERFORM 9200-RELATORIO-CRACHAS
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X' AND 'x'
                       DISPLAY 'ENTRE COM A OPCAO CORRETA'
       3000-FINALIZAR.
           CLOSE ARQ-PONTO.
           CLOSE FUNCIONARIOS.
           CLOSE CRACHAS.

       4000-ACEITA-HORAS.
           DISPLAY 'HORAS NORMAIS       : ' WITH NO ADVANCING.
                       PT-HORAS-100 '  ' PT-FALTAS-DIAS
               END-IF
           END-PERFORM.

      ***************** CRACHA NOVO PEDE A MATRICULA; CRACHA JA
      ***************** VINCULADO MOSTRA A ATUAL E MATRICULA ZERO
      ***************** DESFAZ O VINCULO
       9100-CRACHA.
           DISPLAY 'CRACHA OU PIS       : ' WITH NO ADVANCING.
           ACCEPT CR-CRACHA.
           IF CR-CRACHA = SPACES
               DISPLAY 'CRACHA OBRIGATORIO'
           ELSE
               READ CRACHAS
                   INVALID KEY
                       MOVE ZEROS TO CR-MATRICULA
                       MOVE 'N' TO WRK-TECLA
                   NOT INVALID KEY
                       DISPLAY 'VINCULADO A         : ' CR-MATRICULA
                       MOVE 'S' TO WRK-TECLA
               END-READ
               DISPLAY 'MATRICULA (0=DESVINCULA): '
                   WITH NO ADVANCING
               ACCEPT WRK-MATRICULA
               IF WRK-MATRICULA = ZEROS
                   IF WRK-TECLA = 'S'
                       DELETE CRACHAS
                           INVALID KEY DISPLAY 'ERRO AO DESVINCULAR'
                           NOT INVALID KEY DISPLAY 'CRACHA DESVINCULADO'
                       END-DELETE
                   END-IF
               ELSE
                   MOVE WRK-MATRICULA TO FUN-MATRICULA
                   READ FUNCIONARIOS
                       INVALID KEY
                           DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
                       NOT INVALID KEY
                           MOVE WRK-MATRICULA TO CR-MATRICULA
                           IF WRK-TECLA = 'S'
                               REWRITE CRACHA-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO ALTERAR'
                                   NOT INVALID KEY
                                       DISPLAY 'CRACHA VINCULADO'
                               END-REWRITE
                           ELSE
                               WRITE CRACHA-REG
                                   INVALID KEY
                                       DISPLAY 'ERRO AO VINCULAR'
                                   NOT INVALID KEY
                                       DISPLAY 'CRACHA VINCULADO'
                               END-WRITE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       9200-RELATORIO-CRACHAS.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO CR-CRACHA.
           START CRACHAS KEY IS NOT LESS THAN CR-CRACHA
               INVALID KEY
                   DISPLAY 'NENHUM CRACHA VINCULADO'
                   MOVE 'Y' TO WRK-EOF
           END-START.
           DISPLAY 'CRACHA/PIS   MATRICULA NOME'.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ CRACHAS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   MOVE CR-MATRICULA TO FUN-MATRICULA
                   READ FUNCIONARIOS
                       INVALID KEY
                           MOVE '** SEM CADASTRO **' TO FUN-NOME
                   END-READ
                   DISPLAY CR-CRACHA ' ' CR-MATRICULA '    ' FUN-NOME
               END-IF
           END-PERFORM.
