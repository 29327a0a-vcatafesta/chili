       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCFUNC.
      ******************************************
      * OBJETIVO: DESCONTO EM FOLHA DAS COMPRAS
      *           DE FUNCIONARIO NA LOJA -
      *           SOMA POR MATRICULA AS COMPRAS
      *           DE COMPFUN.DAT (FORMA DE
      *           PAGAMENTO E NO CAIXA) AINDA
      *           NAO DESCONTADAS ATE O FIM DA
      *           COMPETENCIA, LANCA O TOTAL
      *           COMO DESCONTO COMP EM
      *           FOLHAVAR.DAT PARA O FOLHA E
      *           EMITE UM EXTRATO POR
      *           FUNCIONARIO EM
      *           CMP<MATRICULA><AAAAMM>.TXT
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
           SELECT COMPRAS-FUNC ASSIGN TO
           'COMPFUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CF-STATUS
               RECORD KEY  IS CF-CHAVE.
           SELECT REGISTRO-FOLHA ASSIGN TO
           'FOLHAREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FREG-STATUS
               RECORD KEY  IS FR-CHAVE.
           SELECT FOLHA-VARIAVEL ASSIGN TO
           'FOLHAVAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FVAR-STATUS
               RECORD KEY  IS FV-CHAVE.
           SELECT EXTRATO ASSIGN TO WRK-EXT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-STATUS.
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

      ***************** UMA COMPRA DO FUNCIONARIO NO CAIXA. CF-FOLHA
      ***************** GUARDA A COMPETENCIA (AAAAMM) QUE DESCONTOU;
      ***************** ZEROS = AINDA EM ABERTO
       FD COMPRAS-FUNC.
       01 COMPFUN-REG.
           05 CF-CHAVE.
               10 CF-MATRICULA  PIC 9(06).
               10 CF-DATA       PIC 9(08).
               10 CF-SEQ        PIC 9(06).
           05 CF-CUPOM          PIC 9(06).
           05 CF-SKU            PIC 9(04).
           05 CF-VALOR          PIC 9(06)V99.
           05 CF-LOJA           PIC 9(02).
           05 CF-OPERADOR       PIC X(10).
           05 CF-FOLHA          PIC 9(06).

       FD REGISTRO-FOLHA.
       01 FOLHA-REG.
           05 FR-CHAVE.
               10 FR-MATRICULA  PIC 9(06).
               10 FR-ANO        PIC 9(04).
           05 FR-ULTIMO-MES     PIC 9(02).
           05 FR-YTD-BRUTO      PIC 9(08)V99.
           05 FR-YTD-INSS       PIC 9(08)V99.
           05 FR-YTD-IRRF       PIC 9(08)V99.
           05 FR-YTD-LIQUIDO    PIC 9(08)V99.

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

       FD EXTRATO.
       01 EXTRATO-REG           PIC X(60).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS  PIC 9(02).
       77 CF-STATUS    PIC 9(02).
       77 FREG-STATUS  PIC 9(02).
       77 FVAR-STATUS  PIC 9(02).
       77 EXT-STATUS   PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-FREG-OK  PIC X(1) VALUE 'N'.
       77 WRK-FECHADA  PIC X(1).
       77 WRK-ANO      PIC 9(04).
       77 WRK-MES      PIC 9(02).
       77 WRK-COMPET   PIC 9(06).
       77 WRK-DATA-FIM PIC 9(08).
       77 WRK-EXT-NOME PIC X(19).
       77 WRK-MAT-ATUAL PIC 9(06).
       77 WRK-TOTAL-MAT PIC 9(06)V99.
       77 WRK-ITENS    PIC 9(04).
       77 WRK-LANCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-ADIADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC $ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED PIC $ZZZ.ZZZ.ZZ9,99.

       01 WRK-EXT-ITEM.
           05 EI-DATA           PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EI-CUPOM          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EI-SKU            PIC X(04).
           05 FILLER            PIC X(06) VALUE ' LOJA '.
           05 EI-LOJA           PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EI-OPERADOR       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EI-VALOR          PIC ZZZ.ZZ9,99.

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
           COMPUTE WRK-COMPET   = WRK-ANO * 100 + WRK-MES.
           COMPUTE WRK-DATA-FIM = WRK-COMPET * 100 + 31.
           OPEN I-O COMPRAS-FUNC.
           IF CF-STATUS NOT = 00
               DISPLAY 'NENHUMA COMPRA DE FUNCIONARIO (COMPFUN.DAT)'
               STOP RUN
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT REGISTRO-FOLHA.
           IF FREG-STATUS = 00
               MOVE 'S' TO WRK-FREG-OK
           END-IF.
           OPEN I-O FOLHA-VARIAVEL.
           IF FVAR-STATUS = 35
               OPEN OUTPUT FOLHA-VARIAVEL
               CLOSE FOLHA-VARIAVEL
               OPEN I-O FOLHA-VARIAVEL
           END-IF.

      ***************** O ARQUIVO VEM EM ORDEM DE MATRICULA: CADA
      ***************** MATRICULA E UM EXTRATO E UM LANCAMENTO
       2000-PROCESSAR.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO CF-CHAVE.
           START COMPRAS-FUNC KEY IS NOT LESS THAN CF-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           IF WRK-EOF = 'N'
               READ COMPRAS-FUNC NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF.
           PERFORM UNTIL WRK-EOF = 'Y'
               PERFORM 4000-UMA-MATRICULA THRU 4000-FIM
           END-PERFORM.

       3000-FINALIZAR.
           CLOSE COMPRAS-FUNC.
           CLOSE FUNCIONARIOS.
           IF WRK-FREG-OK = 'S'
               CLOSE REGISTRO-FOLHA
           END-IF.
           CLOSE FOLHA-VARIAVEL.
           DISPLAY ' '.
           DISPLAY 'DESCONTO DE COMPRAS ' WRK-MES '/' WRK-ANO.
           DISPLAY 'MATRICULAS LANCADAS: ' WRK-LANCADOS.
           DISPLAY 'ADIADAS (FOLHA JA PROCESSADA): ' WRK-ADIADOS.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL A DESCONTAR  : ' WRK-TOTAL-ED.

      ***************** ENTRAM AS COMPRAS EM ABERTO ATE O FIM DA
      ***************** COMPETENCIA E AS JA MARCADAS NELA (RERODAR O
      ***************** FECHAMENTO REFAZ O MESMO TOTAL). COM A FOLHA
      ***************** DO MES JA PROCESSADA NADA E MARCADO: AS
      ***************** COMPRAS FICAM PARA A COMPETENCIA SEGUINTE
       4000-UMA-MATRICULA.
           MOVE CF-MATRICULA TO WRK-MAT-ATUAL.
           MOVE ZEROS TO WRK-TOTAL-MAT WRK-ITENS.
           PERFORM 4100-CONFERE-FOLHA.
           IF WRK-FECHADA = 'N'
               PERFORM 4200-ABRE-EXTRATO
           END-IF.
           PERFORM UNTIL WRK-EOF = 'Y'
                   OR CF-MATRICULA NOT = WRK-MAT-ATUAL
               IF WRK-FECHADA = 'N'
                   AND CF-DATA NOT > WRK-DATA-FIM
                   AND (CF-FOLHA = ZEROS OR CF-FOLHA = WRK-COMPET)
                   PERFORM 4300-MARCA-COMPRA
               END-IF
               READ COMPRAS-FUNC NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM.
           IF WRK-FECHADA = 'S'
               ADD 1 TO WRK-ADIADOS
               DISPLAY 'MATRICULA ' WRK-MAT-ATUAL
                   ' - FOLHA DE ' WRK-MES '/' WRK-ANO
                   ' JA PROCESSADA, COMPRAS FICAM EM ABERTO'
               GO TO 4000-FIM
           END-IF.
           PERFORM 4400-FECHA-EXTRATO.
           PERFORM 4500-LANCA-FOLHA.
       4000-FIM.
           EXIT.

       4100-CONFERE-FOLHA.
           MOVE 'N' TO WRK-FECHADA.
           IF WRK-FREG-OK = 'S'
               MOVE WRK-MAT-ATUAL TO FR-MATRICULA
               MOVE WRK-ANO       TO FR-ANO
               READ REGISTRO-FOLHA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FR-ULTIMO-MES NOT < WRK-MES
                           MOVE 'S' TO WRK-FECHADA
                       END-IF
               END-READ
           END-IF.

       4200-ABRE-EXTRATO.
           MOVE SPACES TO WRK-EXT-NOME.
           STRING 'CMP' WRK-MAT-ATUAL WRK-COMPET '.TXT'
               DELIMITED BY SIZE INTO WRK-EXT-NOME
           END-STRING.
           OPEN OUTPUT EXTRATO.
           MOVE SPACES TO EXTRATO-REG.
           STRING 'COMPRAS DESCONTADAS EM FOLHA ' WRK-MES '/' WRK-ANO
               DELIMITED BY SIZE INTO EXTRATO-REG
           END-STRING.
           WRITE EXTRATO-REG.
           MOVE WRK-MAT-ATUAL TO FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY MOVE '(NAO CADASTRADO)' TO FUN-NOME
           END-READ.
           MOVE SPACES TO EXTRATO-REG.
           STRING WRK-MAT-ATUAL ' ' FUN-NOME DELIMITED BY SIZE
               INTO EXTRATO-REG
           END-STRING.
           WRITE EXTRATO-REG.
           MOVE 'DATA     CUPOM  SKU  LOJA    OPERADOR        VALOR'
               TO EXTRATO-REG.
           WRITE EXTRATO-REG.

       4300-MARCA-COMPRA.
           MOVE WRK-COMPET TO CF-FOLHA.
           REWRITE COMPFUN-REG
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR COMPRA ' CF-CHAVE
           END-REWRITE.
           ADD CF-VALOR TO WRK-TOTAL-MAT.
           ADD 1 TO WRK-ITENS.
           MOVE CF-DATA     TO EI-DATA.
           MOVE CF-CUPOM    TO EI-CUPOM.
           IF CF-SKU = ZEROS
               MOVE 'CEST' TO EI-SKU
           ELSE
               MOVE CF-SKU TO EI-SKU
           END-IF.
           MOVE CF-LOJA     TO EI-LOJA.
           MOVE CF-OPERADOR TO EI-OPERADOR.
           MOVE CF-VALOR    TO EI-VALOR.
           WRITE EXTRATO-REG FROM WRK-EXT-ITEM.

       4400-FECHA-EXTRATO.
           IF WRK-ITENS = ZEROS
               MOVE 'NENHUMA COMPRA A DESCONTAR NA COMPETENCIA'
                   TO EXTRATO-REG
               WRITE EXTRATO-REG
           END-IF.
           MOVE WRK-TOTAL-MAT TO WRK-VALOR-ED.
           MOVE SPACES TO EXTRATO-REG.
           STRING 'TOTAL DESCONTADO NO HOLERITE ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO EXTRATO-REG
           END-STRING.
           WRITE EXTRATO-REG.
           CLOSE EXTRATO.

      ***************** O EVENTO COMP DA COMPETENCIA E GRAVADO OU
      ***************** REGRAVADO COM O TOTAL DE AGORA
       4500-LANCA-FOLHA.
           MOVE WRK-MAT-ATUAL TO FV-MATRICULA.
           MOVE WRK-ANO       TO FV-ANO.
           MOVE WRK-MES       TO FV-MES.
           MOVE 'COMP'        TO FV-EVENTO.
           READ FOLHA-VARIAVEL
               INVALID KEY
                   IF WRK-TOTAL-MAT > ZEROS
                       PERFORM 4600-MONTA-EVENTO
                       WRITE FOLHAVAR-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR EVENTO '
                                   FV-CHAVE
                           NOT INVALID KEY
                               ADD 1 TO WRK-LANCADOS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WRK-TOTAL-MAT > ZEROS
                       PERFORM 4600-MONTA-EVENTO
                       REWRITE FOLHAVAR-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR EVENTO '
                                   FV-CHAVE
                           NOT INVALID KEY
                               ADD 1 TO WRK-LANCADOS
                       END-REWRITE
                   ELSE
                       DELETE FOLHA-VARIAVEL
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.
           ADD WRK-TOTAL-MAT TO WRK-TOTAL-GERAL.

       4600-MONTA-EVENTO.
           MOVE 'D'                  TO FV-TIPO.
           MOVE 'COMPRAS NA LOJA'    TO FV-DESCRICAO.
           MOVE WRK-TOTAL-MAT        TO FV-VALOR.
           MOVE 'DESCFUNC'           TO FV-ORIGEM.
