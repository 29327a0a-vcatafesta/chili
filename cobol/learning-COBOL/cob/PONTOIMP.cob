       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOIMP.
      ******************************************
      * OBJETIVO: IMPORTACAO DO RELOGIO DE
      *           PONTO - LE AS MARCACOES
      *           EXPORTADAS PELO RELOGIO
      *           (RELOGIO.TXT: CRACHA OU PIS,
      *           DATA E HORA), ACHA O
      *           FUNCIONARIO PELO CRACHA
      *           (CRACHA.DAT, VINCULADO NO
      *           PONTOMNT), PAREIA ENTRADAS E
      *           SAIDAS DE CADA DIA E APLICA A
      *           JORNADA (JORNADA.TAB): O QUE
      *           PASSA DA JORNADA E EXTRA 50%,
      *           DOMINGO E FERIADO DO
      *           CALENDARIO (JOBCAL.DAT) E
      *           EXTRA 100%, DIA DE JORNADA SEM
      *           MARCACAO E FALTA. AS HORAS
      *           NORMAIS SAO A BASE DE 220 MENOS
      *           O QUE FALTOU NOS DIAS
      *           TRABALHADOS (A FALTA DO DIA
      *           INTEIRO O FOLHA JA DESCONTA).
      *           GRAVA O PONTO.DAT DO MES
      *           (REIMPORTAR SUBSTITUI) E LISTA
      *           EM OCOPONTO<AAAAMM>.TXT OS DIAS
      *           COM MARCACAO IMPAR E OS
      *           CRACHAS DESCONHECIDOS PARA O
      *           RH ACERTAR ANTES DA FOLHA.
      *           FUNCIONARIO COM CRACHA E SEM
      *           NENHUMA MARCACAO NO MES TAMBEM
      *           GANHA O PONTO DO MES, COM OS
      *           DIAS DE JORNADA COMO FALTA
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOGIO ASSIGN TO
           'RELOGIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
           SELECT CRACHAS ASSIGN TO
           'CRACHA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CRA-STATUS
               RECORD KEY  IS CR-CRACHA.
           SELECT FUNCIONARIOS ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FUNC-STATUS
               RECORD KEY  IS FUN-MATRICULA.
           SELECT ARQ-PONTO ASSIGN TO
           'PONTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PONTO-STATUS
               RECORD KEY  IS PT-CHAVE.
           SELECT JORNADA-TAB ASSIGN TO
           'JORNADA.TAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOR-STATUS.
           SELECT CALENDARIO ASSIGN TO
           'JOBCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT OCORRENCIAS ASSIGN TO WRK-OCO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCO-STATUS.
           SELECT SORT-MARC ASSIGN TO 'PONTOWK'.
       DATA DIVISION.
       FILE SECTION.
       FD RELOGIO.
       01 RELOGIO-REG.
           05 RL-CRACHA         PIC X(12).
           05 FILLER            PIC X(01).
           05 RL-DATA           PIC 9(08).
           05 FILLER            PIC X(01).
           05 RL-HORA           PIC 9(04).
           05 RL-HORA-R REDEFINES RL-HORA.
               10 RL-HH         PIC 9(02).
               10 RL-MM         PIC 9(02).

       FD CRACHAS.
       01 CRACHA-REG.
           05 CR-CRACHA         PIC X(12).
           05 CR-MATRICULA      PIC 9(06).

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

       FD ARQ-PONTO.
       01 PONTO-REG.
           05 PT-CHAVE.
               10 PT-MATRICULA  PIC 9(06).
               10 PT-ANO        PIC 9(04).
               10 PT-MES        PIC 9(02).
           05 PT-HORAS-NORMAIS  PIC 9(03).
           05 PT-HORAS-50       PIC 9(03).
           05 PT-HORAS-100      PIC 9(03).
           05 PT-FALTAS-DIAS    PIC 9(02).

      ***************** UMA LINHA POR DIA DA SEMANA (1 = SEGUNDA
      ***************** .. 7 = DOMINGO), MINUTOS DE JORNADA
       FD JORNADA-TAB.
       01 JORNADA-REG.
           05 JO-DIA            PIC 9(01).
           05 JO-MINUTOS        PIC 9(04).

       FD CALENDARIO.
       01 CALENDARIO-REG.
           05 CAL-TIPO          PIC X(01).
           05 CAL-VALOR         PIC 9(08).

       FD OCORRENCIAS.
       01 OCO-REG               PIC X(80).

       SD SORT-MARC.
       01 SORT-REG.
           05 SM-MATRICULA      PIC 9(06).
           05 SM-DATA           PIC 9(08).
           05 SM-DATA-R REDEFINES SM-DATA.
               10 SM-ANO        PIC 9(04).
               10 SM-MES        PIC 9(02).
               10 SM-DIA        PIC 9(02).
           05 SM-HORA           PIC 9(04).
           05 SM-HORA-R REDEFINES SM-HORA.
               10 SM-HH         PIC 9(02).
               10 SM-MM         PIC 9(02).

       WORKING-STORAGE SECTION.
       77 REL-STATUS   PIC 9(02).
       77 CRA-STATUS   PIC 9(02).
       77 FUNC-STATUS  PIC 9(02).
       77 PONTO-STATUS PIC 9(02).
       77 JOR-STATUS   PIC 9(02).
       77 CAL-STATUS   PIC 9(02).
       77 OCO-STATUS   PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-SORT-EOF PIC X(1) VALUE 'N'.
       77 WRK-EXISTE   PIC X(1).
       77 WRK-ANO      PIC 9(04).
       77 WRK-MES      PIC 9(02).
       77 WRK-COMPET   PIC 9(06).
       77 WRK-OCO-NOME PIC X(20).
       77 WRK-DATA-INI PIC 9(08).
       77 WRK-DATA-PROX PIC 9(08).
       77 WRK-DATA     PIC 9(08).
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-INT-INI  PIC 9(07).
       77 WRK-INT-DATA PIC 9(07).
       77 WRK-DIAS-MES PIC 9(02).
       77 WRK-DIA      PIC 9(02).
       77 WRK-SEMANA   PIC 9(01).
       77 WRK-AUX      PIC 9(07).
       77 WRK-QUOC     PIC 9(07).
       77 WRK-IDX      PIC 9(02).
       77 WRK-LIDAS    PIC 9(06) VALUE ZEROS.
       77 WRK-ACEITAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-OCO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FUNC PIC 9(04) VALUE ZEROS.
       77 WRK-ANT-MAT  PIC 9(06).
       77 WRK-ANT-DATA PIC 9(08).
       77 WRK-ANT-HORA PIC 9(04).
       77 WRK-MAT-ATUAL  PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-ATUAL PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MARC PIC 9(02) VALUE ZEROS.
       77 WRK-ENTRADA  PIC 9(04).
       77 WRK-SAIDA    PIC 9(04).
       77 WRK-TRAB     PIC 9(05).
       77 WRK-JORNADA  PIC 9(04).
       77 WRK-MIN-FALTANTE PIC 9(06).
       77 WRK-MIN-50   PIC 9(06).
       77 WRK-MIN-100  PIC 9(06).
       77 WRK-FALTAS   PIC 9(02).
       77 WRK-HORAS    PIC 9(03).
       77 WRK-MOTIVO   PIC X(30).
       77 WRK-QTD-SEM  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-APUR PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-AP   PIC 9(04).
       77 WRK-APURADO  PIC X(1).
       77 WRK-APUR-CHEIA PIC X(1) VALUE 'N'.

      ***************** JORNADA PADRAO DE 44 HORAS SEM A TABELA
       01 WRK-JORNADA-TABELA.
           05 WRK-JOR-MIN OCCURS 7 TIMES PIC 9(04).

       01 WRK-FERIADOS.
           05 WRK-FERIADO OCCURS 31 TIMES PIC X(01).

       01 WRK-MARCADOS.
           05 WRK-MARCADO OCCURS 31 TIMES PIC X(01).

      ***************** MATRICULAS JA APURADAS NESTA IMPORTACAO
       01 WRK-APURADAS.
           05 WRK-APURADA OCCURS 2000 TIMES PIC 9(06).

      ***************** MARCACOES DE UM DIA, EM MINUTOS DO DIA
       01 WRK-MARCACOES.
           05 WRK-MARC OCCURS 12 TIMES PIC 9(04).

       01 WRK-OCO-DET.
           05 OD-CRACHA         PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 OD-MATRICULA      PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 OD-DATA           PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 OD-QTD            PIC Z9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 OD-MOTIVO         PIC X(30).

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
           IF WRK-MES = ZEROS OR WRK-MES > 12
               DISPLAY 'MES INVALIDO'
               STOP RUN
           END-IF.
           COMPUTE WRK-COMPET = WRK-ANO * 100 + WRK-MES.
           COMPUTE WRK-DATA-INI = WRK-COMPET * 100 + 1.
           IF WRK-MES = 12
               COMPUTE WRK-DATA-PROX = (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-PROX = WRK-DATA-INI + 100
           END-IF.
           COMPUTE WRK-INT-INI = FUNCTION INTEGER-OF-DATE(WRK-DATA-INI).
           COMPUTE WRK-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROX) - WRK-INT-INI.
           OPEN INPUT RELOGIO.
           IF REL-STATUS NOT = 00
               DISPLAY 'RELOGIO.TXT INDISPONIVEL - STATUS '
                   REL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CRACHAS.
           IF CRA-STATUS NOT = 00
               DISPLAY 'CRACHA.DAT INDISPONIVEL - VINCULE OS CRACHAS'
                   ' NO PONTOMNT'
               STOP RUN
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FUNC-STATUS NOT = 00
               DISPLAY 'CADASTRO FUNCION.DAT INDISPONIVEL - STATUS '
                   FUNC-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ARQ-PONTO
               IF PONTO-STATUS = 35 THEN
                   OPEN OUTPUT ARQ-PONTO
                   CLOSE ARQ-PONTO
                   OPEN I-O ARQ-PONTO
               END-IF.
           PERFORM 1100-CARREGA-JORNADA.
           PERFORM 1200-CARREGA-FERIADOS.
           STRING 'OCOPONTO' WRK-ANO WRK-MES '.TXT'
               DELIMITED BY SIZE INTO WRK-OCO-NOME
           END-STRING.
           OPEN OUTPUT OCORRENCIAS.
           MOVE SPACES TO OCO-REG.
           STRING 'OCORRENCIAS DA IMPORTACAO DO PONTO - COMPETENCIA '
               WRK-MES '/' WRK-ANO DELIMITED BY SIZE INTO OCO-REG
           END-STRING.
           WRITE OCO-REG.
           MOVE 'CRACHA       MATRIC DATA     QT MOTIVO' TO OCO-REG.
           WRITE OCO-REG.

       1100-CARREGA-JORNADA.
           MOVE 0480 TO WRK-JOR-MIN(1) WRK-JOR-MIN(2) WRK-JOR-MIN(3)
                        WRK-JOR-MIN(4) WRK-JOR-MIN(5).
           MOVE 0240 TO WRK-JOR-MIN(6).
           MOVE ZEROS TO WRK-JOR-MIN(7).
           OPEN INPUT JORNADA-TAB.
           IF JOR-STATUS = 00
               MOVE 'N' TO WRK-EOF
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ JORNADA-TAB
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF JO-DIA > ZEROS AND JO-DIA < 8
                               MOVE JO-MINUTOS TO WRK-JOR-MIN(JO-DIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNADA-TAB
           END-IF.

      ***************** SO OS FERIADOS (LINHAS H) DO MES IMPORTADO
       1200-CARREGA-FERIADOS.
           MOVE ALL 'N' TO WRK-FERIADOS.
           OPEN INPUT CALENDARIO.
           IF CAL-STATUS = 00
               MOVE 'N' TO WRK-EOF
               PERFORM UNTIL WRK-EOF = 'Y'
                   READ CALENDARIO
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF CAL-TIPO = 'H' AND CAL-VALOR NUMERIC
                               AND CAL-VALOR >= WRK-DATA-INI
                               AND CAL-VALOR < WRK-DATA-PROX
                               MOVE CAL-VALOR(7:2) TO WRK-DIA
                               MOVE 'S' TO WRK-FERIADO(WRK-DIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       2000-PROCESSAR.
           SORT SORT-MARC
               ON ASCENDING KEY SM-MATRICULA SM-DATA SM-HORA
               INPUT PROCEDURE IS 2100-LE-MARCACOES
               OUTPUT PROCEDURE IS 2500-APURA-MARCACOES.
           PERFORM 7000-SEM-MARCACAO THRU 7000-FIM.

       3000-FINALIZAR.
           IF WRK-QTD-OCO = ZEROS
               MOVE SPACES TO OCO-REG
               WRITE OCO-REG
               MOVE 'NENHUMA OCORRENCIA' TO OCO-REG
               WRITE OCO-REG
           END-IF.
           CLOSE RELOGIO.
           CLOSE CRACHAS.
           CLOSE FUNCIONARIOS.
           CLOSE ARQ-PONTO.
           CLOSE OCORRENCIAS.
           DISPLAY ' '.
           DISPLAY 'MARCACOES LIDAS    : ' WRK-LIDAS.
           DISPLAY 'MARCACOES DO MES   : ' WRK-ACEITAS.
           DISPLAY 'PONTOS GRAVADOS    : ' WRK-QTD-FUNC.
           DISPLAY '  SEM MARCACAO     : ' WRK-QTD-SEM.
           DISPLAY 'OCORRENCIAS        : ' WRK-QTD-OCO.
           IF WRK-QTD-OCO > ZEROS
               DISPLAY 'ACERTE AS OCORRENCIAS EM ' WRK-OCO-NOME
                   ' ANTES DE RODAR A FOLHA'
           END-IF.

      ***************** ENTRADA DO SORT: SO MARCACOES DO MES, DE
      ***************** CRACHA VINCULADO A FUNCIONARIO CADASTRADO
       2100-LE-MARCACOES.
           MOVE 'N' TO WRK-EOF.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ RELOGIO
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-LIDAS
                       PERFORM 2200-UMA-MARCACAO THRU 2200-FIM
               END-READ
           END-PERFORM.

       2200-UMA-MARCACAO.
           IF RL-DATA NOT NUMERIC OR RL-HORA NOT NUMERIC
               OR RL-HH > 23 OR RL-MM > 59
               MOVE 'MARCACAO INVALIDA' TO WRK-MOTIVO
               MOVE SPACES TO OD-MATRICULA
               PERFORM 2300-OCORRENCIA-MARC
               GO TO 2200-FIM.
           IF RL-DATA < WRK-DATA-INI OR RL-DATA NOT < WRK-DATA-PROX
               GO TO 2200-FIM.
           MOVE RL-CRACHA TO CR-CRACHA.
           READ CRACHAS
               INVALID KEY
                   MOVE 'CRACHA/PIS NAO VINCULADO' TO WRK-MOTIVO
                   MOVE SPACES TO OD-MATRICULA
                   PERFORM 2300-OCORRENCIA-MARC
                   GO TO 2200-FIM
           END-READ.
           MOVE CR-MATRICULA TO FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE 'MATRICULA DO CRACHA NAO EXISTE' TO WRK-MOTIVO
                   MOVE CR-MATRICULA TO OD-MATRICULA
                   PERFORM 2300-OCORRENCIA-MARC
                   GO TO 2200-FIM
           END-READ.
           IF RL-DATA > WRK-DATA-LIMITE
               MOVE RL-DATA TO WRK-DATA-LIMITE
           END-IF.
           ADD 1 TO WRK-ACEITAS.
           MOVE CR-MATRICULA TO SM-MATRICULA.
           MOVE RL-DATA      TO SM-DATA.
           MOVE RL-HORA      TO SM-HORA.
           RELEASE SORT-REG.
       2200-FIM.
           EXIT.

       2300-OCORRENCIA-MARC.
           MOVE RL-CRACHA  TO OD-CRACHA.
           MOVE RL-DATA    TO OD-DATA.
           MOVE ZEROS      TO OD-QTD.
           MOVE WRK-MOTIVO TO OD-MOTIVO.
           WRITE OCO-REG FROM WRK-OCO-DET.
           ADD 1 TO WRK-QTD-OCO.

      ***************** SAIDA DO SORT: QUEBRA POR MATRICULA E DIA
       2500-APURA-MARCACOES.
           MOVE ZEROS TO WRK-ANT-MAT WRK-ANT-DATA WRK-ANT-HORA.
           PERFORM UNTIL WRK-SORT-EOF = 'Y'
               RETURN SORT-MARC
                   AT END MOVE 'Y' TO WRK-SORT-EOF
                   NOT AT END
                       PERFORM 2600-UMA-BATIDA THRU 2600-FIM
               END-RETURN
           END-PERFORM.
           IF WRK-MAT-ATUAL NOT = ZEROS
               PERFORM 5000-FECHA-DIA THRU 5000-FIM
               PERFORM 6000-FECHA-FUNCIONARIO
           END-IF.

      ***************** BATIDA REPETIDA NO MESMO MINUTO E IGNORADA
       2600-UMA-BATIDA.
           IF SM-MATRICULA = WRK-ANT-MAT AND SM-DATA = WRK-ANT-DATA
               AND SM-HORA = WRK-ANT-HORA
               GO TO 2600-FIM.
           MOVE SM-MATRICULA TO WRK-ANT-MAT.
           MOVE SM-DATA      TO WRK-ANT-DATA.
           MOVE SM-HORA      TO WRK-ANT-HORA.
           IF SM-MATRICULA NOT = WRK-MAT-ATUAL
               IF WRK-MAT-ATUAL NOT = ZEROS
                   PERFORM 5000-FECHA-DIA THRU 5000-FIM
                   PERFORM 6000-FECHA-FUNCIONARIO
               END-IF
               MOVE SM-MATRICULA TO WRK-MAT-ATUAL
               MOVE SM-DATA      TO WRK-DATA-ATUAL
               MOVE ZEROS TO WRK-QTD-MARC WRK-MIN-FALTANTE
                   WRK-MIN-50 WRK-MIN-100
               MOVE ALL 'N' TO WRK-MARCADOS
           END-IF.
           IF SM-DATA NOT = WRK-DATA-ATUAL
               PERFORM 5000-FECHA-DIA THRU 5000-FIM
               MOVE SM-DATA TO WRK-DATA-ATUAL
               MOVE ZEROS TO WRK-QTD-MARC
           END-IF.
           IF WRK-QTD-MARC < 12
               ADD 1 TO WRK-QTD-MARC
               COMPUTE WRK-MARC(WRK-QTD-MARC) = SM-HH * 60 + SM-MM
           END-IF.
       2600-FIM.
           EXIT.

      ***************** DIA IMPAR NAO ENTRA NA CONTA NEM COMO FALTA:
      ***************** FICA NAS OCORRENCIAS PARA O RH CORRIGIR
       5000-FECHA-DIA.
           MOVE WRK-DATA-ATUAL(7:2) TO WRK-DIA.
           MOVE 'S' TO WRK-MARCADO(WRK-DIA).
           DIVIDE WRK-QTD-MARC BY 2 GIVING WRK-AUX
               REMAINDER WRK-IDX.
           IF WRK-IDX NOT = ZEROS
               MOVE SPACES TO OD-CRACHA
               MOVE WRK-MAT-ATUAL  TO OD-MATRICULA
               MOVE WRK-DATA-ATUAL TO OD-DATA
               MOVE WRK-QTD-MARC   TO OD-QTD
               MOVE 'NUMERO IMPAR DE MARCACOES' TO OD-MOTIVO
               WRITE OCO-REG FROM WRK-OCO-DET
               ADD 1 TO WRK-QTD-OCO
               GO TO 5000-FIM.
           MOVE ZEROS TO WRK-TRAB.
           PERFORM VARYING WRK-IDX FROM 1 BY 2
                   UNTIL WRK-IDX > WRK-QTD-MARC
               MOVE WRK-MARC(WRK-IDX) TO WRK-ENTRADA
               MOVE WRK-MARC(WRK-IDX + 1) TO WRK-SAIDA
               COMPUTE WRK-TRAB = WRK-TRAB + WRK-SAIDA - WRK-ENTRADA
           END-PERFORM.
           PERFORM 5100-DIA-DA-SEMANA.
           IF WRK-SEMANA = 7 OR WRK-FERIADO(WRK-DIA) = 'S'
               ADD WRK-TRAB TO WRK-MIN-100
               GO TO 5000-FIM.
           MOVE WRK-JOR-MIN(WRK-SEMANA) TO WRK-JORNADA.
           IF WRK-TRAB > WRK-JORNADA
               COMPUTE WRK-MIN-50 = WRK-MIN-50 + WRK-TRAB - WRK-JORNADA
           ELSE
               COMPUTE WRK-MIN-FALTANTE =
                   WRK-MIN-FALTANTE + WRK-JORNADA - WRK-TRAB
           END-IF.
       5000-FIM.
           EXIT.

      ***************** 1 = SEGUNDA .. 7 = DOMINGO (O DIA 1 DO
      ***************** CALENDARIO INTEIRO CAIU NUMA SEGUNDA)
       5100-DIA-DA-SEMANA.
           COMPUTE WRK-DATA = WRK-DATA-INI + WRK-DIA - 1.
           COMPUTE WRK-INT-DATA = WRK-INT-INI + WRK-DIA - 1.
           COMPUTE WRK-AUX = WRK-INT-DATA - 1.
           DIVIDE WRK-AUX BY 7 GIVING WRK-QUOC REMAINDER WRK-SEMANA.
           ADD 1 TO WRK-SEMANA.

      ***************** FALTA: DIA COM JORNADA, NAO FERIADO, SEM
      ***************** NENHUMA MARCACAO, DESDE A ADMISSAO ATE O
      ***************** ULTIMO DIA QUE O RELOGIO EXPORTOU
       6000-FECHA-FUNCIONARIO.
           MOVE WRK-MAT-ATUAL TO FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY MOVE ZEROS TO FUN-ADMISSAO
           END-READ.
           MOVE ZEROS TO WRK-FALTAS.
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-DIAS-MES
               PERFORM 5100-DIA-DA-SEMANA
               IF WRK-MARCADO(WRK-DIA) = 'N'
                   AND WRK-FERIADO(WRK-DIA) = 'N'
                   AND WRK-JOR-MIN(WRK-SEMANA) > ZEROS
                   AND WRK-DATA NOT < FUN-ADMISSAO
                   AND WRK-DATA NOT > WRK-DATA-LIMITE
                   ADD 1 TO WRK-FALTAS
               END-IF
           END-PERFORM.
           MOVE WRK-MAT-ATUAL TO PT-MATRICULA.
           MOVE WRK-ANO       TO PT-ANO.
           MOVE WRK-MES       TO PT-MES.
           READ ARQ-PONTO
               INVALID KEY MOVE 'N' TO WRK-EXISTE
               NOT INVALID KEY MOVE 'S' TO WRK-EXISTE
           END-READ.
           COMPUTE WRK-HORAS ROUNDED = WRK-MIN-FALTANTE / 60.
           IF WRK-HORAS > 220
               MOVE ZEROS TO PT-HORAS-NORMAIS
           ELSE
               COMPUTE PT-HORAS-NORMAIS = 220 - WRK-HORAS
           END-IF.
           COMPUTE PT-HORAS-50  ROUNDED = WRK-MIN-50 / 60.
           COMPUTE PT-HORAS-100 ROUNDED = WRK-MIN-100 / 60.
           MOVE WRK-FALTAS TO PT-FALTAS-DIAS.
           IF WRK-EXISTE = 'S'
               REWRITE PONTO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR PONTO ' PT-CHAVE
               END-REWRITE
           ELSE
               WRITE PONTO-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PONTO ' PT-CHAVE
               END-WRITE
           END-IF.
           ADD 1 TO WRK-QTD-FUNC.
           IF WRK-QTD-APUR < 2000
               ADD 1 TO WRK-QTD-APUR
               MOVE WRK-MAT-ATUAL TO WRK-APURADA(WRK-QTD-APUR)
           ELSE
               MOVE 'S' TO WRK-APUR-CHEIA
           END-IF.

      ***************** CRACHA VINCULADO SEM NENHUMA MARCACAO NO
      ***************** MES: O PONTO DO MES SAI SO COM AS FALTAS
      ***************** (MESMA REGRA DO 6000, ATE O ULTIMO DIA
      ***************** EXPORTADO). RELOGIO SEM NADA DO MES NAO
      ***************** LANCA FALTA PARA NINGUEM
       7000-SEM-MARCACAO.
           IF WRK-DATA-LIMITE = ZEROS
               DISPLAY 'RELOGIO SEM MARCACOES DO MES - FALTAS DE QUEM'
                   ' NAO MARCOU NAO LANCADAS'
               GO TO 7000-FIM.
           IF WRK-APUR-CHEIA = 'S'
               DISPLAY 'MAIS DE 2000 FUNCIONARIOS APURADOS - FALTAS DE'
                   ' QUEM NAO MARCOU NAO LANCADAS'
               GO TO 7000-FIM.
           MOVE 'N' TO WRK-EOF.
           MOVE LOW-VALUES TO CR-CRACHA.
           START CRACHAS KEY IS NOT LESS THAN CR-CRACHA
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ CRACHAS NEXT RECORD
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       PERFORM 7100-UM-CRACHA THRU 7100-FIM
               END-READ
           END-PERFORM.
       7000-FIM.
           EXIT.

      ***************** CRACHA E PIS DO MESMO FUNCIONARIO GERAM UM
      ***************** SO PONTO: A MATRICULA ENTRA NA TABELA NO 6000
       7100-UM-CRACHA.
           MOVE 'N' TO WRK-APURADO.
           PERFORM VARYING WRK-IDX-AP FROM 1 BY 1
                   UNTIL WRK-IDX-AP > WRK-QTD-APUR
                      OR WRK-APURADO = 'S'
               IF WRK-APURADA(WRK-IDX-AP) = CR-MATRICULA
                   MOVE 'S' TO WRK-APURADO
               END-IF
           END-PERFORM.
           IF WRK-APURADO = 'S'
               GO TO 7100-FIM.
           MOVE CR-MATRICULA TO FUN-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   GO TO 7100-FIM
           END-READ.
           MOVE CR-MATRICULA TO WRK-MAT-ATUAL.
           MOVE ZEROS TO WRK-MIN-FALTANTE WRK-MIN-50 WRK-MIN-100.
           MOVE ALL 'N' TO WRK-MARCADOS.
           PERFORM 6000-FECHA-FUNCIONARIO.
           ADD 1 TO WRK-QTD-SEM.
           MOVE CR-CRACHA     TO OD-CRACHA.
           MOVE CR-MATRICULA  TO OD-MATRICULA.
           MOVE WRK-DATA-INI  TO OD-DATA.
           MOVE WRK-FALTAS    TO OD-QTD.
           MOVE 'SEM MARCACAO NO MES - FALTAS' TO OD-MOTIVO.
           WRITE OCO-REG FROM WRK-OCO-DET.
           ADD 1 TO WRK-QTD-OCO.
       7100-FIM.
           EXIT.
