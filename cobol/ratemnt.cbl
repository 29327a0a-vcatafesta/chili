      *           (LISTAR/INCLUIR/ALTERAR/
      *           EXCLUIR COM DATA DE VIGENCIA
      *           E TRILHA DE AUDITORIA)
      *           PLANOS COM FRANQUIA: MENSALIDADE,
      *           MINUTOS INCLUIDOS (GERAL OU POR
      *           FAIXA) E TARIFA EXCEDENTE
      * AUTOR: LUCAS
      ******************************************
       ENVIRONMENT DIVISION.
           05 RR-RATE-SHOULDER  PIC 9V9(5).
           05 RR-RATE-OFFPEAK   PIC 9V9(5).
           05 RR-EFF-DATE       PIC 9(08).
           05 RR-FEE            PIC 9(04)V99.
           05 RR-INCL-MIN       PIC 9(05).
           05 RR-INCL-PEAK      PIC 9(05).
           05 RR-INCL-SHOULDER  PIC 9(05).
           05 RR-INCL-OFFPEAK   PIC 9(05).
           05 RR-OVER-RATE      PIC 9V9(5).

       FD AUDITORIA.
       01 AUDIT-REG             PIC X(187).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO    PIC X(1).
               10 WT-RATE-SHOULDER  PIC 9V9(5).
               10 WT-RATE-OFFPEAK   PIC 9V9(5).
               10 WT-EFF-DATE       PIC 9(08).
               10 WT-FEE            PIC 9(04)V99.
               10 WT-INCL-MIN       PIC 9(05).
               10 WT-INCL-PEAK      PIC 9(05).
               10 WT-INCL-SHOULDER  PIC 9(05).
               10 WT-INCL-OFFPEAK   PIC 9(05).
               10 WT-OVER-RATE      PIC 9V9(5).

       01 WRK-AUDIT-LINHA.
           05 AU-DATA       PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 AU-ACAO       PIC X(03).
           05 FILLER        PIC X(05) VALUE ' DE: '.
           05 AU-ANTES      PIC X(76).
           05 FILLER        PIC X(07) VALUE ' PARA: '.
           05 AU-DEPOIS     PIC X(76).

       SCREEN SECTION.
       01 TELA.
                       AT END MOVE 'Y' TO WRK-EOF
                       NOT AT END
                           IF WRK-TOTAL < 50
                               PERFORM 4050-ZERAR-FRANQUIA
                               ADD 1 TO WRK-TOTAL
                               MOVE RATES-REG
                                   TO WRK-LINHA(WRK-TOTAL)
               CLOSE RATES
           END-IF.

       4050-ZERAR-FRANQUIA.
      ***************** LINHAS ANTERIORES A FRANQUIA VEM EM BRANCO
           IF RR-FEE NOT NUMERIC
               MOVE ZEROS TO RR-FEE
           END-IF.
           IF RR-INCL-MIN NOT NUMERIC
               MOVE ZEROS TO RR-INCL-MIN
           END-IF.
           IF RR-INCL-PEAK NOT NUMERIC
               MOVE ZEROS TO RR-INCL-PEAK
           END-IF.
           IF RR-INCL-SHOULDER NOT NUMERIC
               MOVE ZEROS TO RR-INCL-SHOULDER
           END-IF.
           IF RR-INCL-OFFPEAK NOT NUMERIC
               MOVE ZEROS TO RR-INCL-OFFPEAK
           END-IF.
           IF RR-OVER-RATE NOT NUMERIC
               MOVE ZEROS TO RR-OVER-RATE
           END-IF.

       4500-GRAVAR-TABELA.
           OPEN OUTPUT RATES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
           DISPLAY 'VIGENCIA (AAAAMMDD, 0 = IMEDIATA): '
               WITH NO ADVANCING.
           ACCEPT RR-EFF-DATE.
           DISPLAY 'MENSALIDADE (9999V99, 0 = SEM FRANQUIA): '
               WITH NO ADVANCING.
           ACCEPT RR-FEE.
           DISPLAY 'MINUTOS INCLUIDOS GERAL    : ' WITH NO ADVANCING.
           ACCEPT RR-INCL-MIN.
           DISPLAY 'MINUTOS INCLUIDOS PICO     : ' WITH NO ADVANCING.
           ACCEPT RR-INCL-PEAK.
           DISPLAY 'MINUTOS INCLUIDOS INTERM.  : ' WITH NO ADVANCING.
           ACCEPT RR-INCL-SHOULDER.
           DISPLAY 'MINUTOS INCLUIDOS NOTURNO  : ' WITH NO ADVANCING.
           ACCEPT RR-INCL-OFFPEAK.
           DISPLAY 'TARIFA EXCEDENTE (9V99999, 0 = TARIFA DA FAIXA): '
               WITH NO ADVANCING.
           ACCEPT RR-OVER-RATE.
           MOVE ZEROS TO WRK-ACHOU.
           IF RR-RATE NOT NUMERIC
               OR RR-DTAX-RATE NOT NUMERIC
               OR RR-RATE-SHOULDER NOT NUMERIC
               OR RR-RATE-OFFPEAK NOT NUMERIC
               OR RR-EFF-DATE NOT NUMERIC
               OR RR-FEE NOT NUMERIC
               OR RR-INCL-MIN NOT NUMERIC
               OR RR-INCL-PEAK NOT NUMERIC
               OR RR-INCL-SHOULDER NOT NUMERIC
               OR RR-INCL-OFFPEAK NOT NUMERIC
               OR RR-OVER-RATE NOT NUMERIC
               MOVE 99 TO WRK-ACHOU
               DISPLAY 'VALOR NAO NUMERICO - OPERACAO CANCELADA'
           END-IF.
                   WT-RATE-SHOULDER(WRK-IDX) ' '
                   WT-RATE-OFFPEAK(WRK-IDX) ' '
                   WT-EFF-DATE(WRK-IDX)
               IF WT-FEE(WRK-IDX) > ZEROS
                   OR WT-INCL-MIN(WRK-IDX) > ZEROS
                   OR WT-INCL-PEAK(WRK-IDX) > ZEROS
                   OR WT-INCL-SHOULDER(WRK-IDX) > ZEROS
                   OR WT-INCL-OFFPEAK(WRK-IDX) > ZEROS
                   DISPLAY '      FRANQUIA: MENS. ' WT-FEE(WRK-IDX)
                       ' MIN ' WT-INCL-MIN(WRK-IDX)
                       ' P/I/N ' WT-INCL-PEAK(WRK-IDX) '/'
                       WT-INCL-SHOULDER(WRK-IDX) '/'
                       WT-INCL-OFFPEAK(WRK-IDX)
                       ' EXC. ' WT-OVER-RATE(WRK-IDX)
               END-IF
           END-PERFORM.
           DISPLAY 'TOTAL DE LINHAS: ' WRK-TOTAL.
           ACCEPT WRK-TECLA AT 1620.
