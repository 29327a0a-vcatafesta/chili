       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCUSCONV.
      ******************************************
      * OBJETIVO: RECONSTRUCAO UNICA DE
      *           FUNCION.DAT DO LAYOUT COM
      *           BANCO, AGENCIA E CONTA
      *           (FUNCCONV) PARA O ATUAL, QUE
      *           GANHOU O CENTRO DE CUSTO
      *           (CCUSTO.TAB) PARA RATEAR A
      *           FOLHA NA CONTABILIDADE - O
      *           CENTRO SAI EM BRANCO E O
      *           FUNCMNT O PREENCHE. COPIA
      *           DE SEGURANCA DATADA ANTES,
      *           CARGA EM FUNCION.NEW E
      *           TROCA SOBRE O ARQUIVO VIVO
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-OLD ASSIGN TO
           'FUNCION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OLD-STATUS
               RECORD KEY  IS OLD-MATRICULA.
           SELECT FUNC-NEW ASSIGN TO
           'FUNCION.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NEW-STATUS
               RECORD KEY  IS FUN-MATRICULA.
       DATA DIVISION.
       FILE SECTION.
       FD FUNC-OLD.
       01 FUNCIONARIO-OLD.
           05 OLD-MATRICULA     PIC 9(06).
           05 OLD-NOME          PIC X(30).
           05 OLD-ADMISSAO      PIC 9(08).
           05 OLD-SALARIO       PIC 9(06)V99.
           05 OLD-BANCO         PIC 9(03).
           05 OLD-AGENCIA       PIC 9(04).
           05 OLD-CONTA         PIC 9(08).

       FD FUNC-NEW.
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
       77 OLD-STATUS   PIC 9(02).
       77 NEW-STATUS   PIC 9(02).
       77 WRK-EOF      PIC X(1) VALUE 'N'.
       77 WRK-LIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CARGA    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA     PIC 9(08).
       77 WRK-BACKUP   PIC X(30) VALUE SPACES.
       77 WRK-RC       PIC S9(09) COMP-5.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           STRING 'FUNCION.DAT.CCUS' DELIMITED BY SIZE
                  WRK-DATA DELIMITED BY SIZE
               INTO WRK-BACKUP
           END-STRING.
           CALL 'CBL_COPY_FILE' USING 'FUNCION.DAT' WRK-BACKUP
               RETURNING WRK-RC
           END-CALL.
           OPEN INPUT FUNC-OLD.
           IF OLD-STATUS NOT = 00
               DISPLAY 'FUNCION.DAT INDISPONIVEL - STATUS '
                   OLD-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FUNC-NEW.
           IF NEW-STATUS NOT = 00
               DISPLAY 'FUNCION.NEW INDISPONIVEL - STATUS '
                   NEW-STATUS
               CLOSE FUNC-OLD
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO OLD-MATRICULA.
           START FUNC-OLD KEY IS NOT LESS THAN OLD-MATRICULA
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START.
           PERFORM 2000-CONVERTE UNTIL WRK-EOF = 'Y'.
           CLOSE FUNC-OLD.
           CLOSE FUNC-NEW.
           CALL 'CBL_DELETE_FILE' USING 'FUNCION.DAT'
               RETURNING WRK-RC
           END-CALL.
           CALL 'CBL_COPY_FILE' USING 'FUNCION.NEW' 'FUNCION.DAT'
               RETURNING WRK-RC
           END-CALL.
           CALL 'CBL_DELETE_FILE' USING 'FUNCION.NEW'
               RETURNING WRK-RC
           END-CALL.
           DISPLAY ' '.
           DISPLAY 'CONVERSAO DO CADASTRO CONCLUIDA'.
           DISPLAY 'COPIA DE SEGURANCA : ' WRK-BACKUP.
           DISPLAY 'REGISTROS LIDOS    : ' WRK-LIDOS.
           DISPLAY 'REGISTROS CARGADOS : ' WRK-CARGA.
           STOP RUN.

       2000-CONVERTE.
           READ FUNC-OLD NEXT RECORD
               AT END MOVE 'Y' TO WRK-EOF
           END-READ.
           IF WRK-EOF = 'N'
               ADD 1 TO WRK-LIDOS
               MOVE OLD-MATRICULA TO FUN-MATRICULA
               MOVE OLD-NOME      TO FUN-NOME
               MOVE OLD-ADMISSAO  TO FUN-ADMISSAO
               MOVE OLD-SALARIO   TO FUN-SALARIO
               MOVE OLD-BANCO     TO FUN-BANCO
               MOVE OLD-AGENCIA   TO FUN-AGENCIA
               MOVE OLD-CONTA     TO FUN-CONTA
               MOVE SPACES        TO FUN-CCUSTO
               WRITE FUNCIONARIO-REG
                   INVALID KEY
                       DISPLAY 'MATRICULA DUPLICADA PULADA '
                           FUN-MATRICULA
                   NOT INVALID KEY
                       ADD 1 TO WRK-CARGA
               END-WRITE
           END-IF.
