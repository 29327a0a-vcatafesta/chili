       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO.
      ******************************************
      * OBJETIVO: FECHAMENTO MENSAL DA
      *           COMISSAO DOS OPERADORES DE
      *           CAIXA - LE AS VENDAS DO MES
      *           EM VENDHIST.DAT POR
      *           VH-OPERADOR, APLICA O
      *           PERCENTUAL DO SKU OU DA
      *           CATEGORIA FISCAL
      *           (COMISSAO.DAT), ESTORNA AS
      *           DEVOLUCOES DO MES DE QUEM FEZ
      *           A VENDA ORIGINAL E LANCA O
      *           VALOR COMO PROVENTO COMI EM
      *           FOLHAVAR.DAT NA MATRICULA
      *           VINCULADA (OPERFUN.DAT), QUE
      *           O FOLHA SOMA AO BRUTO. EMITE
      *           O DEMONSTRATIVO
      *           COMIS<AAAAMM>.TXT
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDHIST ASSIGN TO
           'VENDHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VH-STATUS
               RECORD KEY  IS VH-CHAVE
               ALTERNATE RECORD KEY IS VH-SKU WITH DUPLICATES
               ALTERNATE RECORD KEY IS VH-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS VH-CUPOM WITH DUPLICATES.
           SELECT ARQ-ESTOQUE ASSIGN TO
           'ESTOQUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EST-STATUS
               RECORD KEY  IS SKU
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODIGO-BARRA WITH DUPLICATES.
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
           SELECT DEMONSTRATIVO ASSIGN TO WRK-DEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDHIST.
       01 VENDA-HIST.
           05 VH-CHAVE.
               10 VH-DATA       PIC 9(08).
               10 VH-SEQ        PIC 9(06).
           05 VH-SKU            PIC 9(04).
           05 VH-QTD            PIC 9(04).
           05 VH-VALOR          PIC 9(04)V99.
           05 VH-OPERADOR       PIC X(10).
           05 VH-LOJA           PIC 9(02).
           05 VH-PROMO-TIPO     PIC X(01).
           05 VH-PROMO-COD      PIC 9(04).
           05 VH-TENDER         PIC X(01).
           05 VH-DEV            PIC X(03).
           05 VH-LOTE           PIC 9(04).
           05 VH-CUPOM          PIC 9(06).

       FD ARQ-ESTOQUE.
       01 PRODUTO.
           05 SKU               PIC 9(04).
           05 NOME              PIC X(30).
           05 VALIDADE.
               10 DIA           PIC 99.
               10 MES           PIC 99.
               10 ANO           PIC 9(04).
           05 VALOR-CUSTO       PIC 9(04)V99.
           05 VALOR-VENDA       PIC 9(04)V99.
           05 QTD-ESTOQUE       PIC 9(04).
           05 FORNECEDOR-COD    PIC 9(03).
           05 CODIGO-BARRA      PIC 9(13).
           05 CATEG-FISCAL      PIC 9(02).

       FD OPER-FUNC.
       01 OPERFUN-REG.
           05 OF-OPERADOR       PIC X(10).
           05 OF-MATRICULA      PIC 9(06).

       FD TAB-COMISSAO.
       01 COMISSAO-REG.
           05 CM-CHAVE.
               10 CM-TIPO       PIC X(01).
               10 CM-CODIGO     PIC 9(04).
           05 CM-PERCENTUAL     PIC 9(02)V99.

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

      ***************** LANCAMENTOS VARIAVEIS DA FOLHA: UM REGISTRO
      ***************** POR MATRICULA, COMPETENCIA E EVENTO. TIPO P
      ***************** (PROVENTO) ENTRA NO BRUTO, TIPO D (DESCONTO)
      ***************** SAI DO LIQUIDO
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

       FD DEMONSTRATIVO.
       01 DEMONSTRATIVO-REG     PIC X(100).

       WORKING-STORAGE SECTION.
       77 VH-STATUS    PIC 9(02).
       77 EST-STATUS   PIC 9(02).
       77 OPF-STATUS   PIC 9(02).
       77 COM-STATUS   PIC 9(02).
       77 FREG-STATUS  PIC 9(02).
       77 FVAR-STATUS  PIC 9(02).
       77 DEM-STATUS   PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-FIM      PIC X(1).
       77 WRK-ACHOU    PIC X(1).
       77 WRK-FREG-OK  PIC X(1) VALUE 'N'.
       77 WRK-ANO      PIC 9(04).
       77 WRK-MES      PIC 9(02).
       77 WRK-DATA-INI PIC 9(08).
       77 WRK-DATA-FIM PIC 9(08).
       77 WRK-DEM-NOME PIC X(18).
       77 WRK-OPERADOR PIC X(10).
       77 WRK-IDX      PIC 9(04).
       77 WRK-IDX2     PIC 9(04).
       77 WRK-FIM-IDX  PIC 9(04).
       77 WRK-SKU      PIC 9(04).
       77 WRK-BASE     PIC 9(07)V99.
       77 WRK-PERC     PIC 9(02)V99.
       77 WRK-VALOR    PIC 9(07)V99.
       77 WRK-LIQ-CALC PIC S9(07)V99.
       77 WRK-SITUACAO PIC X(20).
       77 WRK-LANCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEMCUP-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-SEMCUP-VAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SEMORIG  PIC 9(05) VALUE ZEROS.
       77 WRK-PERDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED PIC $ZZZ.ZZZ.ZZ9,99.

      ***************** UMA LINHA POR OPERADOR DO MES
       77 WRK-OP-QTD   PIC 9(03) VALUE ZEROS.
       01 WRK-OP-TABELA.
           05 WRK-OP OCCURS 200 TIMES.
               10 WO-OPERADOR   PIC X(10).
               10 WO-MATRICULA  PIC 9(06).
               10 WO-VENDAS     PIC 9(08)V99.
               10 WO-COMISSAO   PIC 9(07)V99.
               10 WO-DEVOL      PIC 9(08)V99.
               10 WO-ESTORNO    PIC 9(07)V99.
               10 WO-A-PAGAR    PIC 9(07)V99.

      ***************** DEVOLUCOES COM CUPOM, PARA ACHAR O VENDEDOR
      ***************** DEPOIS DA VARREDURA POR DATA
       77 WRK-DV-QTD   PIC 9(04) VALUE ZEROS.
       01 WRK-DV-TABELA.
           05 WRK-DV OCCURS 2000 TIMES.
               10 WD-CUPOM      PIC 9(06).
               10 WD-SKU        PIC 9(04).
               10 WD-BASE       PIC 9(07)V99.

      ***************** TOTAL A LANCAR POR MATRICULA (DOIS CODIGOS
      ***************** DE OPERADOR PODEM SER DA MESMA PESSOA)
       77 WRK-MT-QTD   PIC 9(03) VALUE ZEROS.
       01 WRK-MT-TABELA.
           05 WRK-MT OCCURS 200 TIMES.
               10 WM-MATRICULA  PIC 9(06).
               10 WM-VALOR      PIC 9(07)V99.

       01 WRK-CABECALHO.
           05 FILLER  PIC X(11) VALUE 'OPERADOR'.
           05 FILLER  PIC X(10) VALUE 'MATRICULA'.
           05 FILLER  PIC X(11) VALUE '     VENDAS'.
           05 FILLER  PIC X(11) VALUE '   COMISSAO'.
           05 FILLER  PIC X(11) VALUE ' DEVOLUCOES'.
           05 FILLER  PIC X(11) VALUE '    ESTORNO'.
           05 FILLER  PIC X(11) VALUE '    A PAGAR'.
           05 FILLER  PIC X(10) VALUE '  SITUACAO'.

       01 WRK-DETALHE.
           05 DT-OPERADOR       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DT-MATRICULA      PIC X(06).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DT-VENDAS         PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DT-COMISSAO       PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DT-DEVOL          PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DT-ESTORNO        PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DT-A-PAGAR        PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DT-SITUACAO       PIC X(20).

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
           COMPUTE WRK-DATA-INI = WRK-ANO * 10000 + WRK-MES * 100 + 1.
           COMPUTE WRK-DATA-FIM = WRK-ANO * 10000 + WRK-MES * 100 + 31.
           OPEN INPUT ARQ-VENDHIST.
           IF VH-STATUS NOT = 00
               DISPLAY 'VENDHIST.DAT INDISPONIVEL - STATUS '
                   VH-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-ESTOQUE.
           IF EST-STATUS NOT = 00
               DISPLAY 'ESTOQUE.DAT INDISPONIVEL - STATUS '
                   EST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TAB-COMISSAO.
           IF COM-STATUS NOT = 00
               DISPLAY 'TABELA COMISSAO.DAT INDISPONIVEL - CADASTRE'
                   ' OS PERCENTUAIS NO COMISMNT'
               STOP RUN
           END-IF.
           OPEN INPUT OPER-FUNC.
           IF OPF-STATUS NOT = 00
               DISPLAY 'OPERFUN.DAT INDISPONIVEL - VINCULE OS'
                   ' OPERADORES NO COMISMNT'
               STOP RUN
           END-IF.
      ***************** SEM FOLHAREG NENHUMA FOLHA RODOU AINDA
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
           STRING 'COMIS' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-DEM-NOME
           END-STRING.
           OPEN OUTPUT DEMONSTRATIVO.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'DEMONSTRATIVO DE COMISSAO DE VENDAS ' WRK-MES '/'
               WRK-ANO DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG FROM WRK-CABECALHO.

       2000-PROCESSAR.
           PERFORM 2100-VARRE-VENDAS.
           PERFORM 2500-ESTORNA-DEVOLUCOES.
           PERFORM 2800-APURA-OPERADORES.
           PERFORM 2900-LANCA-FOLHA.

      ***************** VALE-PRESENTE VENDIDO (VPR) E RESGATE DE
      ***************** FIDELIDADE (SKU 0000) NAO SAO MERCADORIA
       2100-VARRE-VENDAS.
           MOVE 'N' TO WRK-EOF.
           MOVE WRK-DATA-INI TO VH-DATA.
           MOVE ZEROS TO VH-SEQ.
           START ARQ-VENDHIST KEY IS NOT LESS THAN VH-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ ARQ-VENDHIST NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF WRK-EOF = 'N'
                   IF VH-DATA > WRK-DATA-FIM
                       MOVE 'Y' TO WRK-EOF
                   ELSE
                       IF VH-DEV NOT = 'VPR' AND VH-SKU > ZEROS
                           PERFORM 2200-UMA-LINHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2200-UMA-LINHA.
           COMPUTE WRK-BASE = VH-VALOR * VH-QTD.
           IF VH-DEV = 'DEV'
               IF VH-CUPOM = ZEROS
                   ADD 1 TO WRK-SEMCUP-QTD
                   ADD WRK-BASE TO WRK-SEMCUP-VAL
               ELSE
                   IF WRK-DV-QTD < 2000
                       ADD 1 TO WRK-DV-QTD
                       MOVE VH-CUPOM TO WD-CUPOM(WRK-DV-QTD)
                       MOVE VH-SKU   TO WD-SKU(WRK-DV-QTD)
                       MOVE WRK-BASE TO WD-BASE(WRK-DV-QTD)
                   ELSE
                       ADD 1 TO WRK-PERDIDOS
                   END-IF
               END-IF
           ELSE
               MOVE VH-OPERADOR TO WRK-OPERADOR
               PERFORM 4000-ACHA-OPERADOR
               IF WRK-IDX > ZEROS
                   MOVE VH-SKU TO WRK-SKU
                   PERFORM 4500-BUSCA-PERCENTUAL
                   COMPUTE WRK-VALOR ROUNDED =
                       WRK-BASE * WRK-PERC / 100
                   ADD WRK-BASE  TO WO-VENDAS(WRK-IDX)
                   ADD WRK-VALOR TO WO-COMISSAO(WRK-IDX)
               END-IF
           END-IF.

      ***************** A DEVOLUCAO SAI DA COMISSAO DE QUEM VENDEU:
      ***************** A LINHA DE VENDA DO SKU NO CUPOM ORIGINAL
      ***************** (CHAVE VH-CUPOM) DIZ QUEM FOI. SEM CUPOM NAO
      ***************** HA COMO SABER - FICA SO NO DEMONSTRATIVO
       2500-ESTORNA-DEVOLUCOES.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > WRK-DV-QTD
               PERFORM 2600-ACHA-VENDA-ORIGINAL
               IF WRK-ACHOU = 'N'
                   ADD 1 TO WRK-SEMORIG
               ELSE
                   MOVE VH-OPERADOR TO WRK-OPERADOR
                   PERFORM 4000-ACHA-OPERADOR
                   IF WRK-IDX > ZEROS
                       MOVE WD-SKU(WRK-IDX2) TO WRK-SKU
                       PERFORM 4500-BUSCA-PERCENTUAL
                       COMPUTE WRK-VALOR ROUNDED =
                           WD-BASE(WRK-IDX2) * WRK-PERC / 100
                       ADD WD-BASE(WRK-IDX2) TO WO-DEVOL(WRK-IDX)
                       ADD WRK-VALOR TO WO-ESTORNO(WRK-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2600-ACHA-VENDA-ORIGINAL.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM.
           MOVE WD-CUPOM(WRK-IDX2) TO VH-CUPOM.
           START ARQ-VENDHIST KEY IS EQUAL VH-CUPOM
               INVALID KEY MOVE 'Y' TO WRK-FIM
           END-START.
           PERFORM UNTIL WRK-FIM = 'Y'
               READ ARQ-VENDHIST NEXT RECORD
                   AT END MOVE 'Y' TO WRK-FIM
               END-READ
               IF WRK-FIM = 'N'
                   IF VH-CUPOM NOT = WD-CUPOM(WRK-IDX2)
                       MOVE 'Y' TO WRK-FIM
                   ELSE
                       IF VH-DEV = SPACES
                           AND VH-SKU = WD-SKU(WRK-IDX2)
                           MOVE 'S' TO WRK-ACHOU
                           MOVE 'Y' TO WRK-FIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ***************** COMISSAO MENOS ESTORNO, NUNCA NEGATIVA. SO
      ***************** ENTRA NA FOLHA SE O OPERADOR TEM MATRICULA E A
      ***************** FOLHA DO MES AINDA NAO RODOU PARA ELA
       2800-APURA-OPERADORES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-OP-QTD
               COMPUTE WRK-LIQ-CALC = WO-COMISSAO(WRK-IDX)
                   - WO-ESTORNO(WRK-IDX)
               IF WRK-LIQ-CALC < ZEROS
                   MOVE ZEROS TO WO-A-PAGAR(WRK-IDX)
               ELSE
                   MOVE WRK-LIQ-CALC TO WO-A-PAGAR(WRK-IDX)
               END-IF
               MOVE WO-OPERADOR(WRK-IDX) TO OF-OPERADOR
               READ OPER-FUNC
                   INVALID KEY
                       MOVE ZEROS TO WO-MATRICULA(WRK-IDX)
                       MOVE 'SEM MATRICULA' TO WRK-SITUACAO
                   NOT INVALID KEY
                       MOVE OF-MATRICULA TO WO-MATRICULA(WRK-IDX)
                       PERFORM 2850-CONFERE-FOLHA
               END-READ
               PERFORM 5000-IMPRIME-OPERADOR
           END-PERFORM.

       2850-CONFERE-FOLHA.
           MOVE 'LANCADA NA FOLHA' TO WRK-SITUACAO.
           IF WRK-FREG-OK = 'S'
               MOVE OF-MATRICULA TO FR-MATRICULA
               MOVE WRK-ANO      TO FR-ANO
               READ REGISTRO-FOLHA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FR-ULTIMO-MES NOT < WRK-MES
                           MOVE 'FOLHA JA PROCESSADA' TO WRK-SITUACAO
                       END-IF
               END-READ
           END-IF.
           IF WRK-SITUACAO = 'LANCADA NA FOLHA'
               MOVE ZEROS TO WRK-IDX2
               PERFORM VARYING WRK-FIM-IDX FROM 1 BY 1
                       UNTIL WRK-FIM-IDX > WRK-MT-QTD
                   IF WM-MATRICULA(WRK-FIM-IDX) = OF-MATRICULA
                       MOVE WRK-FIM-IDX TO WRK-IDX2
                   END-IF
               END-PERFORM
               IF WRK-IDX2 = ZEROS AND WRK-MT-QTD < 200
                   ADD 1 TO WRK-MT-QTD
                   MOVE WRK-MT-QTD   TO WRK-IDX2
                   MOVE OF-MATRICULA TO WM-MATRICULA(WRK-IDX2)
                   MOVE ZEROS        TO WM-VALOR(WRK-IDX2)
               END-IF
               IF WRK-IDX2 > ZEROS
                   ADD WO-A-PAGAR(WRK-IDX) TO WM-VALOR(WRK-IDX2)
               END-IF
           END-IF.

      ***************** O FECHAMENTO PODE SER RODADO DE NOVO NO MES:
      ***************** O EVENTO COMI DA COMPETENCIA E REGRAVADO COM
      ***************** O VALOR APURADO AGORA
       2900-LANCA-FOLHA.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > WRK-MT-QTD
               MOVE WM-MATRICULA(WRK-IDX2) TO FV-MATRICULA
               MOVE WRK-ANO                TO FV-ANO
               MOVE WRK-MES                TO FV-MES
               MOVE 'COMI'                 TO FV-EVENTO
               READ FOLHA-VARIAVEL
                   INVALID KEY
                       IF WM-VALOR(WRK-IDX2) > ZEROS
                           PERFORM 2950-MONTA-EVENTO
                           WRITE FOLHAVAR-REG
                               INVALID KEY
                                   DISPLAY 'ERRO AO GRAVAR EVENTO '
                                       FV-CHAVE
                               NOT INVALID KEY
                                   ADD 1 TO WRK-LANCADOS
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF WM-VALOR(WRK-IDX2) > ZEROS
                           PERFORM 2950-MONTA-EVENTO
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
               END-READ
               ADD WM-VALOR(WRK-IDX2) TO WRK-TOTAL
           END-PERFORM.

       2950-MONTA-EVENTO.
           MOVE 'P'                  TO FV-TIPO.
           MOVE 'COMISSAO VENDAS'    TO FV-DESCRICAO.
           MOVE WM-VALOR(WRK-IDX2)   TO FV-VALOR.
           MOVE 'COMISSAO'           TO FV-ORIGEM.

       3000-FINALIZAR.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           WRITE DEMONSTRATIVO-REG.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO DEMONSTRATIVO-REG.
           STRING 'LANCADO NA FOLHA: ' WRK-TOTAL-ED '  EM '
               WRK-LANCADOS ' MATRICULA(S)'
               DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
           END-STRING.
           WRITE DEMONSTRATIVO-REG.
           IF WRK-SEMCUP-QTD > ZEROS
               MOVE WRK-SEMCUP-VAL TO WRK-VALOR-ED
               MOVE SPACES TO DEMONSTRATIVO-REG
               STRING 'DEVOLUCOES SEM CUPOM (SEM VENDEDOR, NAO '
                   'ESTORNADAS): ' WRK-SEMCUP-QTD ' NO VALOR DE '
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
               END-STRING
               WRITE DEMONSTRATIVO-REG
           END-IF.
           IF WRK-SEMORIG > ZEROS
               MOVE SPACES TO DEMONSTRATIVO-REG
               STRING 'DEVOLUCOES COM CUPOM SEM A VENDA DO SKU: '
                   WRK-SEMORIG
                   DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
               END-STRING
               WRITE DEMONSTRATIVO-REG
           END-IF.
           IF WRK-PERDIDOS > ZEROS
               MOVE SPACES TO DEMONSTRATIVO-REG
               STRING 'DEVOLUCOES ALEM DA TABELA (NAO ESTORNADAS): '
                   WRK-PERDIDOS
                   DELIMITED BY SIZE INTO DEMONSTRATIVO-REG
               END-STRING
               WRITE DEMONSTRATIVO-REG
           END-IF.
           CLOSE ARQ-VENDHIST.
           CLOSE ARQ-ESTOQUE.
           CLOSE TAB-COMISSAO.
           CLOSE OPER-FUNC.
           IF WRK-FREG-OK = 'S'
               CLOSE REGISTRO-FOLHA
           END-IF.
           CLOSE FOLHA-VARIAVEL.
           CLOSE DEMONSTRATIVO.
           DISPLAY ' '.
           DISPLAY 'COMISSAO DE ' WRK-MES '/' WRK-ANO ' - '
               WRK-OP-QTD ' OPERADOR(ES)'.
           DISPLAY 'LANCADO NA FOLHA : ' WRK-TOTAL-ED.
           DISPLAY 'DEMONSTRATIVO    : ' WRK-DEM-NOME.

      ***************** ACHA O OPERADOR NA TABELA, INCLUINDO QUANDO
      ***************** NOVO - WRK-IDX ZERO SO COM A TABELA CHEIA
       4000-ACHA-OPERADOR.
           MOVE ZEROS TO WRK-IDX.
           PERFORM VARYING WRK-FIM-IDX FROM 1 BY 1
                   UNTIL WRK-FIM-IDX > WRK-OP-QTD
               IF WO-OPERADOR(WRK-FIM-IDX) = WRK-OPERADOR
                   MOVE WRK-FIM-IDX TO WRK-IDX
               END-IF
           END-PERFORM.
           IF WRK-IDX = ZEROS AND WRK-OP-QTD < 200
               ADD 1 TO WRK-OP-QTD
               MOVE WRK-OP-QTD TO WRK-IDX
               MOVE WRK-OPERADOR TO WO-OPERADOR(WRK-IDX)
               MOVE ZEROS TO WO-MATRICULA(WRK-IDX) WO-VENDAS(WRK-IDX)
                   WO-COMISSAO(WRK-IDX) WO-DEVOL(WRK-IDX)
                   WO-ESTORNO(WRK-IDX) WO-A-PAGAR(WRK-IDX)
           END-IF.

      ***************** PERCENTUAL DO SKU; NA FALTA, O DA CATEGORIA
      ***************** FISCAL DO PRODUTO; NA FALTA, SEM COMISSAO
       4500-BUSCA-PERCENTUAL.
           MOVE ZEROS TO WRK-PERC.
           MOVE 'S'     TO CM-TIPO.
           MOVE WRK-SKU TO CM-CODIGO.
           READ TAB-COMISSAO
               INVALID KEY
                   MOVE WRK-SKU TO SKU
                   READ ARQ-ESTOQUE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'C'          TO CM-TIPO
                           MOVE CATEG-FISCAL TO CM-CODIGO
                           READ TAB-COMISSAO
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE CM-PERCENTUAL TO WRK-PERC
                           END-READ
                   END-READ
               NOT INVALID KEY
                   MOVE CM-PERCENTUAL TO WRK-PERC
           END-READ.

       5000-IMPRIME-OPERADOR.
           MOVE WO-OPERADOR(WRK-IDX) TO DT-OPERADOR.
           IF WO-MATRICULA(WRK-IDX) = ZEROS
               MOVE '------' TO DT-MATRICULA
           ELSE
               MOVE WO-MATRICULA(WRK-IDX) TO DT-MATRICULA
           END-IF.
           MOVE WO-VENDAS(WRK-IDX)   TO DT-VENDAS.
           MOVE WO-COMISSAO(WRK-IDX) TO DT-COMISSAO.
           MOVE WO-DEVOL(WRK-IDX)    TO DT-DEVOL.
           MOVE WO-ESTORNO(WRK-IDX)  TO DT-ESTORNO.
           MOVE WO-A-PAGAR(WRK-IDX)  TO DT-A-PAGAR.
           MOVE WRK-SITUACAO         TO DT-SITUACAO.
           WRITE DEMONSTRATIVO-REG FROM WRK-DETALHE.
