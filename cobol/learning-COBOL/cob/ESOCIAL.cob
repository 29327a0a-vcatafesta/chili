       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCIAL.
      ******************************************
      * OBJETIVO: EXPORTACAO DOS EVENTOS DO
      *           ESOCIAL DE UMA COMPETENCIA NO
      *           LEIAUTE FIXO DO ESCRITORIO
      *           CONTABIL (ESOC<AAAAMM>.TXT):
      *           S-2200 ADMISSAO (FUNCION.DAT)
      *           S-2230 FERIAS (FERIAS.DAT)
      *           S-2299 DESLIGAMENTO (DESLIG.DAT)
      *           S-1200 REMUNERACAO E S-1210
      *           PAGAMENTO (FOLHALIQ.DAT).
      *           O ESOCENV.DAT GUARDA CADA
      *           EVENTO ENVIADO COM O RECIBO E
      *           OS DADOS: O QUE JA FOI NAO SAI
      *           DE NOVO E O QUE MUDOU SAI COMO
      *           RETIFICADOR DO RECIBO ANTERIOR.
      *           O RELATORIO ESOCREL<AAAAMM>.TXT
      *           LISTA OS EVENTOS DO MES COMO
      *           PENDENTES OU ENVIADOS
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
           SELECT ARQ-FERIAS ASSIGN TO
           'FERIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FERIAS-STATUS
               RECORD KEY  IS FE-CHAVE.
           SELECT DESLIGADOS ASSIGN TO
           'DESLIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESL-STATUS.
           SELECT LIQUIDO-MES ASSIGN TO
           'FOLHALIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIQ-STATUS.
           SELECT ENVIOS ASSIGN TO
           'ESOCENV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENV-STATUS
               RECORD KEY  IS EV-CHAVE.
           SELECT EXPORTACAO ASSIGN TO WRK-EXP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXP-STATUS.
           SELECT RELATORIO ASSIGN TO WRK-REL-NOME
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

       FD ARQ-FERIAS.
       01 FERIAS-REG.
           05 FE-CHAVE.
               10 FE-MATRICULA  PIC 9(06).
               10 FE-INICIO     PIC 9(08).
           05 FE-DIAS           PIC 9(02).
           05 FE-SITUACAO       PIC X(01).
           05 FE-VALOR          PIC 9(06)V99.

       FD DESLIGADOS.
       01 DESLIGADO-REG.
           05 DS-MATRICULA      PIC 9(06).
           05 DS-DATA           PIC 9(08).

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

      ***************** UM REGISTRO POR EVENTO ENVIADO. REFERENCIA:
      ***************** ZEROS NA ADMISSAO E NO DESLIGAMENTO (UM POR
      ***************** MATRICULA), INICIO DO GOZO NAS FERIAS E
      ***************** AAAAMM NOS PERIODICOS. A CHAVE TODA ZERADA
      ***************** GUARDA O ULTIMO RECIBO NUMERADO
       FD ENVIOS.
       01 ENVIO-REG.
           05 EV-CHAVE.
               10 EV-EVENTO     PIC X(06).
               10 EV-MATRICULA  PIC 9(06).
               10 EV-REFERENCIA PIC 9(08).
           05 EV-COMPET         PIC 9(06).
           05 EV-DATA-ENVIO     PIC 9(08).
           05 EV-RECIBO         PIC 9(08).
           05 EV-VERSAO         PIC 9(02).
           05 EV-DADOS          PIC X(80).

       FD EXPORTACAO.
       01 EXP-REG               PIC X(154).

       FD RELATORIO.
       01 REL-REG               PIC X(100).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS  PIC 9(02).
       77 FERIAS-STATUS PIC 9(02).
       77 DESL-STATUS  PIC 9(02).
       77 LIQ-STATUS   PIC 9(02).
       77 ENV-STATUS   PIC 9(02).
       77 EXP-STATUS   PIC 9(02).
       77 REL-STATUS   PIC 9(02).
       77 WRK-ENV-OK   PIC X(1) VALUE 'N'.
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-MODO     PIC X(1).
       77 WRK-ANO      PIC 9(04).
       77 WRK-MES      PIC 9(02).
       77 WRK-COMPET   PIC 9(06).
       77 WRK-FIM-MES  PIC 9(08).
       77 WRK-DATA     PIC 9(08).
       77 WRK-EXP-NOME PIC X(20).
       77 WRK-REL-NOME PIC X(20).
       77 WRK-ULT-RECIBO PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU    PIC X(1).
       77 WRK-SITUACAO PIC X(18).
       77 WRK-QTD-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NOVOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETIF  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PEND   PIC 9(05) VALUE ZEROS.

      ***************** EVENTO MONTADO PARA CONFERIR E ENVIAR
       77 WRK-EV-EVENTO PIC X(06).
       77 WRK-EV-MATRIC PIC 9(06).
       77 WRK-EV-REFER  PIC 9(08).
       77 WRK-EV-NOME   PIC X(30).
       01 WRK-EV-DADOS           PIC X(80).
       01 WRK-D-2200 REDEFINES WRK-EV-DADOS.
           05 D22-ADMISSAO      PIC 9(08).
           05 D22-NOME          PIC X(30).
           05 FILLER            PIC X(42).
       01 WRK-D-2230 REDEFINES WRK-EV-DADOS.
           05 D23-INICIO        PIC 9(08).
           05 D23-FIM           PIC 9(08).
           05 D23-DIAS          PIC 9(02).
           05 D23-MOTIVO        PIC X(02).
           05 FILLER            PIC X(60).
       01 WRK-D-2299 REDEFINES WRK-EV-DADOS.
           05 D29-DESLIGAMENTO  PIC 9(08).
           05 FILLER            PIC X(72).
       01 WRK-D-1200 REDEFINES WRK-EV-DADOS.
           05 D12-BRUTO         PIC 9(06)V99.
           05 D12-INSS          PIC 9(06)V99.
           05 D12-IRRF          PIC 9(06)V99.
           05 D12-SALFAM        PIC 9(06)V99.
           05 D12-DESCONTOS     PIC 9(06)V99.
           05 D12-CONSIG        PIC 9(06)V99.
           05 D12-FGTS          PIC 9(06)V99.
           05 D12-CCUSTO        PIC X(04).
           05 FILLER            PIC X(20).
       01 WRK-D-1210 REDEFINES WRK-EV-DADOS.
           05 D10-LIQUIDO       PIC 9(06)V99.
           05 D10-IRRF          PIC 9(06)V99.
           05 D10-COMPET        PIC 9(06).
           05 FILLER            PIC X(58).

      ***************** LEIAUTE DO ARQUIVO DO ESCRITORIO: REGISTRO 0
      ***************** CABECALHO, 1 EVENTO (IND. RETIFICACAO 1
      ***************** ORIGINAL, 2 RETIFICADOR COM O RECIBO QUE
      ***************** ELE CORRIGE) E 9 TRAILER COM A QUANTIDADE
       01 WRK-EXP-CAB.
           05 EC-TIPO           PIC X(01) VALUE '0'.
           05 EC-SISTEMA        PIC X(07) VALUE 'ESOCIAL'.
           05 EC-COMPET         PIC 9(06).
           05 EC-GERACAO        PIC 9(08).
           05 FILLER            PIC X(132) VALUE SPACES.

       01 WRK-EXP-DET.
           05 ED-TIPO           PIC X(01) VALUE '1'.
           05 ED-EVENTO         PIC X(06).
           05 ED-IND-RETIF      PIC 9(01).
           05 ED-RECIBO         PIC 9(08).
           05 ED-RECIBO-ORIG    PIC 9(08).
           05 ED-COMPET         PIC 9(06).
           05 ED-MATRICULA      PIC 9(06).
           05 ED-REFERENCIA     PIC 9(08).
           05 ED-NOME           PIC X(30).
           05 ED-DADOS          PIC X(80).

       01 WRK-EXP-TRL.
           05 ET-TIPO           PIC X(01) VALUE '9'.
           05 ET-QTD            PIC 9(06).
           05 FILLER            PIC X(147) VALUE SPACES.

       01 WRK-CAB-REL.
           05 FILLER  PIC X(07) VALUE 'EVENTO'.
           05 FILLER  PIC X(08) VALUE 'MATRIC.'.
           05 FILLER  PIC X(21) VALUE 'NOME'.
           05 FILLER  PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER  PIC X(19) VALUE 'SITUACAO'.
           05 FILLER  PIC X(09) VALUE '  RECIBO'.
           05 FILLER  PIC X(06) VALUE ' VERS.'.

       01 WRK-DET-REL.
           05 DR-EVENTO         PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-MATRICULA      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DR-NOME           PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-REFERENCIA     PIC 9(08).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DR-SITUACAO       PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DR-RECIBO         PIC 9(08).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DR-VERSAO         PIC Z9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

      ***************** MODO R SO CONFERE E LISTA O QUE ESTA
      ***************** PENDENTE, SEM GERAR ARQUIVO NEM MARCAR ENVIO
       1000-INICIAR.
           DISPLAY 'ANO (AAAA): ' WITH NO ADVANCING.
           ACCEPT WRK-ANO.
           DISPLAY 'MES (MM)  : ' WITH NO ADVANCING.
           ACCEPT WRK-MES.
           DISPLAY 'E - EXPORTAR EVENTOS   R - SO RELATORIO: '
               WITH NO ADVANCING.
           ACCEPT WRK-MODO.
           IF WRK-MODO = 'e'
               MOVE 'E' TO WRK-MODO
           END-IF.
           IF WRK-MODO NOT = 'E'
               MOVE 'R' TO WRK-MODO
           END-IF.
           COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES.
           COMPUTE WRK-FIM-MES = WRK-COMPET * 100 + 31.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.
           IF WRK-MODO = 'E'
               OPEN I-O ENVIOS
               IF ENV-STATUS = 35
                   OPEN OUTPUT ENVIOS
                   CLOSE ENVIOS
                   OPEN I-O ENVIOS
               END-IF
           ELSE
               OPEN INPUT ENVIOS
           END-IF.
      ***************** SEM CONTROLE NO MODO R TUDO ESTA PENDENTE
           IF ENV-STATUS = 00
               MOVE 'S' TO WRK-ENV-OK
               PERFORM 1100-LE-ULTIMO-RECIBO
           ELSE
               IF WRK-MODO = 'E'
                   DISPLAY 'ESOCENV.DAT INDISPONIVEL - STATUS '
                       ENV-STATUS
                   STOP RUN
               END-IF
           END-IF.
           STRING 'ESOCREL' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-REL-NOME
           END-STRING.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-REG.
           STRING 'EVENTOS DO ESOCIAL - COMPETENCIA '
               WRK-MES '/' WRK-ANO DELIMITED BY SIZE INTO REL-REG
           END-STRING.
           WRITE REL-REG.
           MOVE SPACES TO REL-REG.
           IF WRK-MODO = 'E'
               MOVE 'SITUACAO APOS A EXPORTACAO' TO REL-REG
           ELSE
               MOVE 'CONFERENCIA - NADA FOI EXPORTADO' TO REL-REG
           END-IF.
           WRITE REL-REG.
           MOVE SPACES TO REL-REG.
           WRITE REL-REG.
           WRITE REL-REG FROM WRK-CAB-REL.
           IF WRK-MODO = 'E'
               STRING 'ESOC' WRK-ANO WRK-MES '.TXT'
                   DELIMITED BY SIZE INTO WRK-EXP-NOME
               END-STRING
               OPEN OUTPUT EXPORTACAO
               MOVE WRK-COMPET TO EC-COMPET
               MOVE WRK-DATA   TO EC-GERACAO
               WRITE EXP-REG FROM WRK-EXP-CAB
           END-IF.

       1100-LE-ULTIMO-RECIBO.
           MOVE ZEROS TO EV-EVENTO EV-MATRICULA EV-REFERENCIA.
           READ ENVIOS
               INVALID KEY MOVE ZEROS TO WRK-ULT-RECIBO
               NOT INVALID KEY MOVE EV-RECIBO TO WRK-ULT-RECIBO
           END-READ.

       2000-PROCESSAR.
           PERFORM 2100-ADMISSOES.
           PERFORM 2200-FERIAS.
           PERFORM 2300-DESLIGAMENTOS.
           PERFORM 2400-REMUNERACAO.

      ***************** S-2200: TODO ADMITIDO ATE O FIM DA COMPETENCIA
      ***************** QUE AINDA NAO FOI ENVIADO (A PRIMEIRA EXPORTACAO
      ***************** LEVA A CARGA INICIAL DO QUADRO)
       2100-ADMISSOES.
           MOVE 'N' TO WRK-EOF.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ FUNCIONARIOS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       IF FUN-ADMISSAO NOT > WRK-FIM-MES
                           PERFORM 2110-EVENTO-ADMISSAO
                       END-IF
               END-READ
           END-PERFORM.

       2110-EVENTO-ADMISSAO.
           MOVE 'S-2200'      TO WRK-EV-EVENTO.
           MOVE FUN-MATRICULA TO WRK-EV-MATRIC.
           MOVE ZEROS         TO WRK-EV-REFER.
           MOVE FUN-NOME      TO WRK-EV-NOME.
           MOVE SPACES        TO WRK-EV-DADOS.
           MOVE FUN-ADMISSAO  TO D22-ADMISSAO.
           MOVE FUN-NOME      TO D22-NOME.
           PERFORM 5000-TRATA-EVENTO THRU 5000-FIM.

      ***************** S-2230: FERIAS APROVADAS OU PAGAS COM INICIO DO
      ***************** GOZO NA COMPETENCIA (MOTIVO 15 - FERIAS)
       2200-FERIAS.
           OPEN INPUT ARQ-FERIAS.
           IF FERIAS-STATUS NOT = 00
               DISPLAY 'FERIAS.DAT NAO ENCONTRADO - SEM S-2230'
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ ARQ-FERIAS NEXT RECORD
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF FE-INICIO(1:6) = WRK-COMPET
                               AND (FE-SITUACAO = 'A'
                                    OR FE-SITUACAO = 'G')
                               PERFORM 2210-EVENTO-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FERIAS
           END-IF.

       2210-EVENTO-FERIAS.
           MOVE 'S-2230'      TO WRK-EV-EVENTO.
           MOVE FE-MATRICULA  TO WRK-EV-MATRIC.
           MOVE FE-INICIO     TO WRK-EV-REFER.
           PERFORM 4000-BUSCA-NOME.
           MOVE SPACES        TO WRK-EV-DADOS.
           MOVE FE-INICIO     TO D23-INICIO.
           COMPUTE D23-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FE-INICIO) + FE-DIAS - 1).
           MOVE FE-DIAS       TO D23-DIAS.
           MOVE '15'          TO D23-MOTIVO.
           PERFORM 5000-TRATA-EVENTO THRU 5000-FIM.

      ***************** S-2299: DESLIGAMENTOS DA COMPETENCIA. SE A
      ***************** RESCISAO FOI REFEITA COM OUTRA DATA, A LINHA
      ***************** MAIS NOVA SAI COMO RETIFICADORA
       2300-DESLIGAMENTOS.
           OPEN INPUT DESLIGADOS.
           IF DESL-STATUS NOT = 00
               DISPLAY 'DESLIG.DAT NAO ENCONTRADO - SEM S-2299'
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ DESLIGADOS
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF DS-DATA(1:6) = WRK-COMPET
                               PERFORM 2310-EVENTO-DESLIGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESLIGADOS
           END-IF.

       2310-EVENTO-DESLIGAMENTO.
           MOVE 'S-2299'      TO WRK-EV-EVENTO.
           MOVE DS-MATRICULA  TO WRK-EV-MATRIC.
           MOVE ZEROS         TO WRK-EV-REFER.
           PERFORM 4000-BUSCA-NOME.
           MOVE SPACES        TO WRK-EV-DADOS.
           MOVE DS-DATA       TO D29-DESLIGAMENTO.
           PERFORM 5000-TRATA-EVENTO THRU 5000-FIM.

      ***************** S-1200 E S-1210: UMA LINHA DO FOLHALIQ.DAT
      ***************** POR FUNCIONARIO NA COMPETENCIA. FOLHA
      ***************** REPROCESSADA GERA NOVA LINHA: SE OS VALORES
      ***************** MUDARAM, SAI O RETIFICADOR
       2400-REMUNERACAO.
           OPEN INPUT LIQUIDO-MES.
           IF LIQ-STATUS NOT = 00
               DISPLAY 'FOLHALIQ.DAT NAO ENCONTRADO - SEM S-1200'
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ LIQUIDO-MES
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF FL-ANO = WRK-ANO AND FL-MES = WRK-MES
                               PERFORM 2410-EVENTO-REMUNERACAO
                               PERFORM 2420-EVENTO-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIQUIDO-MES
           END-IF.

      ***************** LINHAS ANTIGAS NAO TEM OS CAMPOS MAIS NOVOS
       2410-EVENTO-REMUNERACAO.
           MOVE 'S-1200'      TO WRK-EV-EVENTO.
           MOVE FL-MATRICULA  TO WRK-EV-MATRIC.
           MOVE WRK-COMPET    TO WRK-EV-REFER.
           PERFORM 4000-BUSCA-NOME.
           MOVE SPACES        TO WRK-EV-DADOS.
           MOVE FL-BRUTO      TO D12-BRUTO.
           MOVE FL-INSS       TO D12-INSS.
           MOVE FL-IRRF       TO D12-IRRF.
           MOVE ZEROS TO D12-SALFAM D12-DESCONTOS D12-CONSIG
               D12-FGTS.
           IF FL-SALFAM NUMERIC
               MOVE FL-SALFAM TO D12-SALFAM
           END-IF.
           IF FL-DESCONTOS NUMERIC
               MOVE FL-DESCONTOS TO D12-DESCONTOS
           END-IF.
           IF FL-CONSIG NUMERIC
               MOVE FL-CONSIG TO D12-CONSIG
           END-IF.
           IF FL-FGTS NUMERIC
               MOVE FL-FGTS TO D12-FGTS
           END-IF.
           MOVE FL-CCUSTO     TO D12-CCUSTO.
           PERFORM 5000-TRATA-EVENTO THRU 5000-FIM.

       2420-EVENTO-PAGAMENTO.
           MOVE 'S-1210'      TO WRK-EV-EVENTO.
           MOVE SPACES        TO WRK-EV-DADOS.
           MOVE FL-LIQUIDO    TO D10-LIQUIDO.
           MOVE FL-IRRF       TO D10-IRRF.
           MOVE WRK-COMPET    TO D10-COMPET.
           PERFORM 5000-TRATA-EVENTO THRU 5000-FIM.

       3000-FINALIZAR.
           MOVE SPACES TO REL-REG.
           WRITE REL-REG.
           IF WRK-MODO = 'E'
               MOVE SPACES TO REL-REG
               STRING 'ENVIADOS AGORA (ORIGINAIS)  : ' WRK-QTD-NOVOS
                   DELIMITED BY SIZE INTO REL-REG
               END-STRING
               WRITE REL-REG
               MOVE SPACES TO REL-REG
               STRING 'ENVIADOS AGORA (RETIFICAC.) : ' WRK-QTD-RETIF
                   DELIMITED BY SIZE INTO REL-REG
               END-STRING
               WRITE REL-REG
           ELSE
               MOVE SPACES TO REL-REG
               STRING 'PENDENTES DE ENVIO          : ' WRK-QTD-PEND
                   DELIMITED BY SIZE INTO REL-REG
               END-STRING
               WRITE REL-REG
               MOVE SPACES TO REL-REG
               STRING 'PENDENTES DE RETIFICACAO    : ' WRK-QTD-RETIF
                   DELIMITED BY SIZE INTO REL-REG
               END-STRING
               WRITE REL-REG
           END-IF.
           MOVE SPACES TO REL-REG.
           STRING 'JA ENVIADOS ANTES NO MES    : ' WRK-QTD-JA
               DELIMITED BY SIZE INTO REL-REG
           END-STRING.
           WRITE REL-REG.
           CLOSE RELATORIO.
           IF WRK-MODO = 'E'
               MOVE WRK-QTD-LINHAS TO ET-QTD
               WRITE EXP-REG FROM WRK-EXP-TRL
               CLOSE EXPORTACAO
               PERFORM 3100-GRAVA-ULTIMO-RECIBO
           END-IF.
           IF WRK-ENV-OK = 'S'
               CLOSE ENVIOS
           END-IF.
           CLOSE FUNCIONARIOS.
           IF WRK-MODO = 'E'
               DISPLAY 'EVENTOS ENVIADOS: ' WRK-QTD-LINHAS
               DISPLAY 'RETIFICADORES   : ' WRK-QTD-RETIF
               DISPLAY 'ARQUIVO         : ' WRK-EXP-NOME
           ELSE
               DISPLAY 'PENDENTES       : ' WRK-QTD-PEND
               DISPLAY 'A RETIFICAR     : ' WRK-QTD-RETIF
           END-IF.
           DISPLAY 'RELATORIO       : ' WRK-REL-NOME.

       3100-GRAVA-ULTIMO-RECIBO.
           MOVE ZEROS TO EV-EVENTO EV-MATRICULA EV-REFERENCIA.
           READ ENVIOS
               INVALID KEY
                   MOVE ZEROS          TO EV-COMPET EV-VERSAO
                   MOVE SPACES         TO EV-DADOS
                   MOVE WRK-DATA       TO EV-DATA-ENVIO
                   MOVE WRK-ULT-RECIBO TO EV-RECIBO
                   WRITE ENVIO-REG
               NOT INVALID KEY
                   MOVE WRK-DATA       TO EV-DATA-ENVIO
                   MOVE WRK-ULT-RECIBO TO EV-RECIBO
                   REWRITE ENVIO-REG
           END-READ.

       4000-BUSCA-NOME.
           MOVE WRK-EV-MATRIC TO FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY MOVE SPACES TO FUN-NOME
           END-READ.
           MOVE FUN-NOME TO WRK-EV-NOME.

      ***************** CONFERE O EVENTO MONTADO COM O ESOCENV.DAT:
      ***************** NOVO SAI ORIGINAL, IGUAL AO ENVIADO NAO SAI,
      ***************** DIFERENTE SAI RETIFICANDO O ULTIMO RECIBO
       5000-TRATA-EVENTO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-ENV-OK = 'S'
               MOVE WRK-EV-EVENTO TO EV-EVENTO
               MOVE WRK-EV-MATRIC TO EV-MATRICULA
               MOVE WRK-EV-REFER  TO EV-REFERENCIA
               READ ENVIOS
                   INVALID KEY MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
               END-READ
           END-IF.
           IF WRK-ACHOU = 'S' AND EV-DADOS = WRK-EV-DADOS
               IF EV-COMPET = WRK-COMPET
                   MOVE 'JA ENVIADO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-JA
                   PERFORM 5200-LINHA-RELATORIO
               END-IF
               GO TO 5000-FIM
           END-IF.
           IF WRK-MODO = 'R'
               IF WRK-ACHOU = 'S'
                   MOVE 'PENDENTE RETIFIC.' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-RETIF
               ELSE
                   MOVE 'PENDENTE'          TO WRK-SITUACAO
                   MOVE ZEROS TO EV-RECIBO EV-VERSAO
                   ADD 1 TO WRK-QTD-PEND
               END-IF
               PERFORM 5200-LINHA-RELATORIO
               GO TO 5000-FIM
           END-IF.
           ADD 1 TO WRK-ULT-RECIBO.
           MOVE WRK-EV-EVENTO  TO ED-EVENTO.
           MOVE WRK-ULT-RECIBO TO ED-RECIBO.
           MOVE WRK-COMPET     TO ED-COMPET.
           MOVE WRK-EV-MATRIC  TO ED-MATRICULA.
           MOVE WRK-EV-REFER   TO ED-REFERENCIA.
           MOVE WRK-EV-NOME    TO ED-NOME.
           MOVE WRK-EV-DADOS   TO ED-DADOS.
           IF WRK-ACHOU = 'S'
               MOVE 2          TO ED-IND-RETIF
               MOVE EV-RECIBO  TO ED-RECIBO-ORIG
               ADD 1           TO EV-VERSAO
           ELSE
               MOVE 1          TO ED-IND-RETIF
               MOVE ZEROS      TO ED-RECIBO-ORIG EV-VERSAO
           END-IF.
           WRITE EXP-REG FROM WRK-EXP-DET.
           ADD 1 TO WRK-QTD-LINHAS.
           PERFORM 5100-GRAVA-ENVIO.
           IF WRK-ACHOU = 'S'
               MOVE 'RETIFICADO'    TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-RETIF
           ELSE
               MOVE 'ENVIADO'       TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-NOVOS
           END-IF.
           PERFORM 5200-LINHA-RELATORIO.
       5000-FIM.
           EXIT.

       5100-GRAVA-ENVIO.
           MOVE WRK-EV-EVENTO  TO EV-EVENTO.
           MOVE WRK-EV-MATRIC  TO EV-MATRICULA.
           MOVE WRK-EV-REFER   TO EV-REFERENCIA.
           MOVE WRK-COMPET     TO EV-COMPET.
           MOVE WRK-DATA       TO EV-DATA-ENVIO.
           MOVE WRK-ULT-RECIBO TO EV-RECIBO.
           MOVE WRK-EV-DADOS   TO EV-DADOS.
           IF WRK-ACHOU = 'S'
               REWRITE ENVIO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ENVIO ' EV-CHAVE
               END-REWRITE
           ELSE
               WRITE ENVIO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR ENVIO ' EV-CHAVE
               END-WRITE
           END-IF.

       5200-LINHA-RELATORIO.
           MOVE WRK-EV-EVENTO TO DR-EVENTO.
           MOVE WRK-EV-MATRIC TO DR-MATRICULA.
           MOVE WRK-EV-NOME   TO DR-NOME.
           MOVE WRK-EV-REFER  TO DR-REFERENCIA.
           MOVE WRK-SITUACAO  TO DR-SITUACAO.
           MOVE EV-RECIBO     TO DR-RECIBO.
           MOVE EV-VERSAO     TO DR-VERSAO.
           WRITE REL-REG FROM WRK-DET-REL.
