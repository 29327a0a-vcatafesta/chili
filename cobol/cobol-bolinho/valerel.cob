       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. valerel.
       AUTHOR. VILMAR CATAFESTA.
      *> Outstanding gift-card (vale-presente) liability. Every card
      *> BOLINHO sold that still has a balance in VALEPRES.DAT is money
      *> the shop owes its holder, not revenue: this lists each one
      *> with issue value, balance, issue and expiry dates, totals the
      *> balance per store, and splits the grand total between cards
      *> still valid and cards past expiry (still owed until the
      *> accountant decides what to do with them). Fully redeemed
      *> cards are counted but not listed. The report goes to
      *> VALEPRESyyyymmdd.TXT and is registered with rptcat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VALE ASSIGN TO "VALEPRES.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS VP-NUM
                         FILE STATUS  IS VALE-FS.
           SELECT ValeReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VALE.
       01 VALE-PRESENTE.
           05 VP-NUM           PIC 9(06).
           05 VP-VALOR         PIC 9(04)V99.
           05 VP-SALDO         PIC 9(04)V99.
           05 VP-EMISSAO       PIC 9(08).
           05 VP-VALIDADE      PIC 9(08).
           05 VP-SITUACAO      PIC X(01).
               88 VP-ATIVO                 VALUE "A".
               88 VP-ZERADO                VALUE "Z".
           05 VP-LOJA          PIC 9(02).
           05 VP-OPERADOR      PIC X(10).
           05 VP-ULTIMO-USO    PIC 9(08).

       FD ValeReport.
       01 ReportLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 VALE-FS          pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-IDX           pic 9(03).
       01 WS-ABERTOS       pic 9(06) value zeros.
       01 WS-ZERADOS       pic 9(06) value zeros.
       01 WS-VENCIDOS      pic 9(06) value zeros.
       01 WS-TOT-VALIDO    pic 9(09)V99 value zeros.
       01 WS-TOT-VENCIDO   pic 9(09)V99 value zeros.
       01 WS-TOT-GERAL     pic 9(09)V99 value zeros.

       01 WS-LJ-TAB.
           02 WS-LJ-SALDO  pic 9(09)V99 occurs 100 times.

       01 WS-DET-LINE.
           05 DL-NUM       pic 9(06).
           05 FILLER       pic x(02) value spaces.
           05 DL-LOJA      pic 9(02).
           05 FILLER       pic x(02) value spaces.
           05 DL-EMISSAO   pic 9(08).
           05 FILLER       pic x(02) value spaces.
           05 DL-VALIDADE  pic 9(08).
           05 FILLER       pic x(02) value spaces.
           05 DL-VALOR     pic z(3)9.99.
           05 FILLER       pic x(02) value spaces.
           05 DL-SALDO     pic z(3)9.99.
           05 FILLER       pic x(02) value spaces.
           05 DL-SITUACAO  pic x(07).

       01 WS-LOJA-LINE.
           05 FILLER       pic x(06) value "LOJA ".
           05 LL-LOJA      pic 9(02).
           05 FILLER       pic x(14) value spaces.
           05 LL-SALDO     pic z(8)9.99.

       01 WS-TOT-LINE.
           05 TL-ROTULO    pic x(22).
           05 TL-VALOR     pic z(8)9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            open input ARQUIVO-VALE
            if VALE-FS not = "00"
                display "No gift cards on file, status " VALE-FS
                stop run
            end-if
            move spaces to WS-REPORT-FILENAME
            string "VALEPRES" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output ValeReport
            initialize WS-LJ-TAB
            move "VALES-PRESENTE EM ABERTO (SALDO DEVIDO AO PORTADOR)"
                to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "Posicao em " WS-RUN-DATE delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "NUMERO  LJ  EMISSAO   VALIDADE      VALOR    SALDO  SITUACAO"
                to ReportLine
            write ReportLine

            move low-values to VP-NUM
            start ARQUIVO-VALE key is >= VP-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-VALE next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform OneCard
                end-if
            end-perform
            close ARQUIVO-VALE

            move spaces to ReportLine
            write ReportLine
            move "SALDO POR LOJA" to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1 until WS-IDX > 100
                if WS-LJ-SALDO (WS-IDX) > zeros
                    compute LL-LOJA = WS-IDX - 1
                    move WS-LJ-SALDO (WS-IDX) to LL-SALDO
                    write ReportLine from WS-LOJA-LINE
                end-if
            end-perform
            move spaces to ReportLine
            write ReportLine
            move "SALDO EM VALIDADE"  to TL-ROTULO
            move WS-TOT-VALIDO        to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "SALDO VENCIDO"      to TL-ROTULO
            move WS-TOT-VENCIDO       to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "TOTAL DEVIDO"       to TL-ROTULO
            move WS-TOT-GERAL         to TL-VALOR
            write ReportLine from WS-TOT-LINE
            close ValeReport

            move "VALES EM ABERTO"    to RC-REPORT
            move "valerel"            to RC-PROGRAM
            move WS-REPORT-FILENAME   to RC-FILENAME
            move WS-ABERTOS           to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Gift card liability on " WS-RUN-DATE
            display "  cards with balance : " WS-ABERTOS
            display "  of which expired   : " WS-VENCIDOS
            display "  fully redeemed     : " WS-ZERADOS
            display "  total owed         : " WS-TOT-GERAL
            display "  report             : " WS-REPORT-FILENAME
            stop run.

       OneCard.
            if VP-ZERADO or VP-SALDO = zeros
                add 1 to WS-ZERADOS
                exit paragraph
            end-if
            add 1 to WS-ABERTOS
            move VP-NUM       to DL-NUM
            move VP-LOJA      to DL-LOJA
            move VP-EMISSAO   to DL-EMISSAO
            move VP-VALIDADE  to DL-VALIDADE
            move VP-VALOR     to DL-VALOR
            move VP-SALDO     to DL-SALDO
            if VP-VALIDADE < WS-RUN-DATE
                move "VENCIDO" to DL-SITUACAO
                add 1 to WS-VENCIDOS
                add VP-SALDO to WS-TOT-VENCIDO
            else
                move "ATIVO"   to DL-SITUACAO
                add VP-SALDO to WS-TOT-VALIDO
            end-if
            add VP-SALDO to WS-TOT-GERAL
            compute WS-IDX = VP-LOJA + 1
            add VP-SALDO to WS-LJ-SALDO (WS-IDX)
            write ReportLine from WS-DET-LINE.

       END PROGRAM valerel.
