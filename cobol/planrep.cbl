       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANREP.
      ******************************************
      * OBJETIVO: RELATORIO PARA VENDAS DAS
      *           CONTAS COM FRANQUIA QUE, MES
      *           APOS MES, USAM MENOS DA METADE
      *           DOS MINUTOS INCLUIDOS (PLANO
      *           GRANDE DEMAIS) OU PAGAM
      *           EXCEDENTE (PLANO PEQUENO DEMAIS)
      *           LIDO DE /tmp/TELCO.ALLOW.HIST,
      *           GERADO PELO ACCT-RUN DO TELCO
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO
           '/tmp/TELCO.ALLOW.HIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT CLIENTES ASSIGN TO
           'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-IDNUM
               ALTERNATE RECORD KEY IS CL-DOC WITH DUPLICATES
               FILE STATUS IS CLI-STATUS.
           SELECT RELATORIO ASSIGN TO
           '/tmp/TELCO.PLANREP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
       01 HIST-REG.
           05 AW-ACCOUNT        PIC 9(08).
           05 AW-MES            PIC 9(06).
           05 AW-PLAN           PIC X(02).
           05 AW-INCL           PIC 9(07).
           05 AW-USED           PIC 9(09).
           05 AW-USED-POOL      PIC 9(09) OCCURS 4 TIMES.
           05 AW-OVER           PIC 9(09).
           05 AW-OVER-VAL       PIC 9(07)V99.
           05 AW-FEE-BILLED     PIC X(01).

       FD CLIENTES.
       01 CLIENTES-REG.
           05 CL-IDNUM          PIC 9(08).
           05 CL-FIRSTNAME      PIC X(15).
           05 CL-LASTNAME       PIC X(15).
           05 CL-STATUS         PIC X(01).
           05 CL-DOCTIPO        PIC X(01).
           05 CL-DOC            PIC X(14).

       FD RELATORIO.
       01 REL-REG               PIC X(100).

       WORKING-STORAGE SECTION.
       77 HIST-STATUS   PIC X(02).
       77 CLI-STATUS    PIC X(02).
       77 REL-STATUS    PIC X(02).
       77 WRK-EOF       PIC X(1) VALUE 'N'.
       77 WRK-MESES     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX       PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU     PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL     PIC 9(03) VALUE ZEROS.
       77 WRK-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-SOBRA     PIC 9(05) VALUE ZEROS.
       77 WRK-EXCEDE    PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO  PIC X(01).
       77 WRK-MIN-USO   PIC 9(07).
       77 WRK-MIN-INCL  PIC 9(07).
       77 WRK-MIN-EXC   PIC 9(07).
       77 WRK-NOME      PIC X(31).

      ***************** UMA LINHA POR CONTA; AS SEQUENCIAS CONTAM
      ***************** OS MESES SEGUIDOS ABAIXO OU ACIMA DO PLANO
       01 WRK-TABELA.
           05 WRK-LINHA OCCURS 200 TIMES.
               10 TB-CONTA          PIC 9(08).
               10 TB-PLANO          PIC X(02).
               10 TB-ULT-MES        PIC 9(06).
               10 TB-SEQ-SOBRA      PIC 9(02).
               10 TB-SEQ-EXCEDE     PIC 9(02).
               10 TB-USO            PIC 9(09).
               10 TB-INCL           PIC 9(07).
               10 TB-EXC            PIC 9(09).
               10 TB-EXC-VAL        PIC 9(07)V99.

       01 WRK-RC-AREA.
           05 RC-REPORT     PIC X(20).
           05 RC-PROGRAM    PIC X(12).
           05 RC-FILENAME   PIC X(24).
           05 RC-COUNT      PIC 9(07).

       01 WRK-CABEC-1.
           05 FILLER        PIC X(40)
              VALUE 'ADEQUACAO DE PLANOS COM FRANQUIA - ULTI'.
           05 FILLER        PIC X(05) VALUE 'MOS  '.
           05 CB-MESES      PIC Z9.
           05 FILLER        PIC X(15) VALUE ' MESES FECHADOS'.

       01 WRK-CABEC-2.
           05 FILLER        PIC X(50) VALUE
              'CONTA    CLIENTE                         PLANO SIT'.
           05 FILLER        PIC X(49) VALUE
              'UACAO ANOMES MIN.USO MN.INCL MIN.EXC    VALOR EXC'.

       01 WRK-DETALHE.
           05 DT-CONTA      PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-NOME       PIC X(31).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-PLANO      PIC X(02).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 DT-SITUACAO   PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-MES        PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-USO        PIC Z(06)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-INCL       PIC Z(06)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-EXC        PIC Z(06)9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 DT-VALOR      PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           DISPLAY 'MESES SEGUIDOS PARA APONTAR A CONTA (0 = 3): '
               WITH NO ADVANCING.
           ACCEPT WRK-MESES.
           IF WRK-MESES NOT NUMERIC OR WRK-MESES = ZEROS
               MOVE 3 TO WRK-MESES
           END-IF.
           OPEN INPUT HISTORICO.
           IF HIST-STATUS NOT = '00'
               DISPLAY 'SEM HISTORICO DE FRANQUIA EM '
                   '/tmp/TELCO.ALLOW.HIST'
               STOP RUN
           END-IF.

      ***************** O HISTORICO E GRAVADO EM ORDEM DE MES, ENTAO
      ***************** CADA LINHA CONTINUA OU QUEBRA A SEQUENCIA
       2000-PROCESSAR.
           PERFORM UNTIL WRK-EOF = 'Y'
               READ HISTORICO
                   AT END MOVE 'Y' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-LIDOS
                       PERFORM 2100-ACUMULAR
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.

       2100-ACUMULAR.
           PERFORM 2200-BUSCAR-CONTA.
           IF WRK-ACHOU = ZEROS
               IF WRK-TOTAL >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-TOTAL
               MOVE WRK-TOTAL TO WRK-ACHOU
               MOVE AW-ACCOUNT TO TB-CONTA(WRK-ACHOU)
               MOVE ZEROS TO TB-SEQ-SOBRA(WRK-ACHOU)
                             TB-SEQ-EXCEDE(WRK-ACHOU)
               MOVE AW-PLAN TO TB-PLANO(WRK-ACHOU)
           END-IF.
      ***************** TROCA DE PLANO RECOMECA A CONTAGEM
           IF AW-PLAN NOT = TB-PLANO(WRK-ACHOU)
               MOVE ZEROS TO TB-SEQ-SOBRA(WRK-ACHOU)
                             TB-SEQ-EXCEDE(WRK-ACHOU)
               MOVE AW-PLAN TO TB-PLANO(WRK-ACHOU)
           END-IF.
           MOVE AW-MES      TO TB-ULT-MES(WRK-ACHOU).
           MOVE AW-USED     TO TB-USO(WRK-ACHOU).
           MOVE AW-INCL     TO TB-INCL(WRK-ACHOU).
           MOVE AW-OVER     TO TB-EXC(WRK-ACHOU).
           MOVE AW-OVER-VAL TO TB-EXC-VAL(WRK-ACHOU).
           EVALUATE TRUE
               WHEN AW-OVER > ZEROS
                   ADD 1 TO TB-SEQ-EXCEDE(WRK-ACHOU)
                   MOVE ZEROS TO TB-SEQ-SOBRA(WRK-ACHOU)
               WHEN AW-INCL > ZEROS AND AW-USED * 2 < AW-INCL
                   ADD 1 TO TB-SEQ-SOBRA(WRK-ACHOU)
                   MOVE ZEROS TO TB-SEQ-EXCEDE(WRK-ACHOU)
               WHEN OTHER
                   MOVE ZEROS TO TB-SEQ-SOBRA(WRK-ACHOU)
                                 TB-SEQ-EXCEDE(WRK-ACHOU)
           END-EVALUATE.

       2200-BUSCAR-CONTA.
      ***************** LOCALIZA A CONTA NA TABELA EM MEMORIA
           MOVE ZEROS TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TOTAL
               IF TB-CONTA(WRK-IDX) = AW-ACCOUNT
                   MOVE WRK-IDX TO WRK-ACHOU
               END-IF
           END-PERFORM.

       3000-FINALIZAR.
           OPEN OUTPUT RELATORIO.
           OPEN INPUT CLIENTES.
           MOVE WRK-MESES TO CB-MESES.
           WRITE REL-REG FROM WRK-CABEC-1.
           MOVE SPACES TO REL-REG.
           WRITE REL-REG.
           WRITE REL-REG FROM WRK-CABEC-2.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TOTAL
               MOVE SPACES TO WRK-SITUACAO
               IF TB-SEQ-SOBRA(WRK-IDX) >= WRK-MESES
                   MOVE 'S' TO WRK-SITUACAO
                   ADD 1 TO WRK-SOBRA
               END-IF
               IF TB-SEQ-EXCEDE(WRK-IDX) >= WRK-MESES
                   MOVE 'E' TO WRK-SITUACAO
                   ADD 1 TO WRK-EXCEDE
               END-IF
               IF WRK-SITUACAO NOT = SPACES
                   PERFORM 3100-LINHA-CONTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-REG.
           WRITE REL-REG.
           MOVE SPACES TO REL-REG.
           STRING 'LINHAS LIDAS: ' WRK-LIDOS
                  '  CONTAS: ' WRK-TOTAL
                  '  SOBRA FRANQUIA: ' WRK-SOBRA
                  '  EXCEDE FRANQUIA: ' WRK-EXCEDE
                  DELIMITED BY SIZE INTO REL-REG
           END-STRING.
           WRITE REL-REG.
           IF CLI-STATUS = '00'
               CLOSE CLIENTES
           END-IF.
           CLOSE RELATORIO.
           MOVE 'ADEQUACAO PLANOS'   TO RC-REPORT.
           MOVE 'PLANREP'            TO RC-PROGRAM.
           MOVE '/tmp/TELCO.PLANREP' TO RC-FILENAME.
           COMPUTE RC-COUNT = WRK-SOBRA + WRK-EXCEDE.
           CALL 'rptcat' USING WRK-RC-AREA.
           DISPLAY 'CONTAS QUE SOBRAM FRANQUIA : ' WRK-SOBRA.
           DISPLAY 'CONTAS QUE EXCEDEM FRANQUIA: ' WRK-EXCEDE.
           DISPLAY 'RELATORIO EM /tmp/TELCO.PLANREP'.

       3100-LINHA-CONTA.
           MOVE SPACES TO WRK-NOME.
           IF CLI-STATUS = '00'
               MOVE TB-CONTA(WRK-IDX) TO CL-IDNUM
               READ CLIENTES
                   INVALID KEY
                       MOVE '** NAO CADASTRADO **' TO WRK-NOME
                   NOT INVALID KEY
                       STRING CL-FIRSTNAME DELIMITED BY SIZE
                              ' '          DELIMITED BY SIZE
                              CL-LASTNAME  DELIMITED BY SIZE
                           INTO WRK-NOME
                       END-STRING
               END-READ
           END-IF.
           COMPUTE WRK-MIN-USO = (TB-USO(WRK-IDX) + 59) / 60.
           COMPUTE WRK-MIN-INCL = TB-INCL(WRK-IDX) / 60.
           COMPUTE WRK-MIN-EXC = (TB-EXC(WRK-IDX) + 59) / 60.
           MOVE TB-CONTA(WRK-IDX)   TO DT-CONTA.
           MOVE WRK-NOME            TO DT-NOME.
           MOVE TB-PLANO(WRK-IDX)   TO DT-PLANO.
           IF WRK-SITUACAO = 'S'
               MOVE 'SOBRA'         TO DT-SITUACAO
           ELSE
               MOVE 'EXCEDE'        TO DT-SITUACAO
           END-IF.
           MOVE TB-ULT-MES(WRK-IDX) TO DT-MES.
           MOVE WRK-MIN-USO         TO DT-USO.
           MOVE WRK-MIN-INCL        TO DT-INCL.
           MOVE WRK-MIN-EXC         TO DT-EXC.
           MOVE TB-EXC-VAL(WRK-IDX) TO DT-VALOR.
           WRITE REL-REG FROM WRK-DETALHE.
