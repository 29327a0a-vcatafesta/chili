      *> filters by producing program and/or date, and re-displays
      *> the chosen report from the dated archive copy rptcat took
      *> at catalogue time, so overwritten live files don't matter.
      *> The 'D' choice reprints one customer's itemized phone calls
      *> for a past month straight from FATDET.DAT, invoice by
      *> invoice, for when a phone bill is disputed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchFile ASSIGN TO WS-ARCH-NAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS ARCH-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT FatDetFile ASSIGN TO "FATDET.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FATDT-CHAVE
                         FILE STATUS  IS FATDT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CatFile.
       FD ArchFile.
       01 ArchLine         pic x(132).

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD FaturaFile.
       01 FaturaData.
            02 FAT-NUM      pic 9(06).
            02 FAT-CLIENTE  pic 9(08).
            02 FAT-DATA     pic 9(08).
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD FatDetFile.
       01 FatDetData.
            02 FATDT-CHAVE.
               03 FATDT-NUM     pic 9(06).
               03 FATDT-SEQ     pic 9(05).
            02 FATDT-CLIENTE    pic 9(08).
            02 FATDT-DATA       pic 9(08).
            02 FATDT-HORA       pic 9(04).
            02 FATDT-FAIXA      pic x.
            02 FATDT-DESTINO    pic x.
            02 FATDT-NUMERO     pic x(16).
            02 FATDT-DURACAO    pic 9(10).
            02 FATDT-TARIFA     pic 9v9(5).
            02 FATDT-VALOR      pic 9(05)v99.
            02 FATDT-IMPOSTO    pic 9(05)v99.

       WORKING-STORAGE SECTION.
       01 CAT-FS           pic xx.
       01 ARCH-FS          pic xx.
       01 CUST-FS          pic 99.
       01 FAT-FS           pic xx.
       01 FATDT-FS         pic xx.
       01 WS-MODE          pic x.
       01 WS-FAT-EOF       pic x.
       01 WS-DET-EOF       pic x.
       01 WS-CUST-ID       pic 9(08).
       01 WS-PERIODO       pic x(06).
       01 WS-INVOICES      pic 9(04) value zeros.
       01 WS-CALLS         pic 9(06) value zeros.
       01 WS-VALOR-ED      pic zz,zz9.99.
       01 WS-IMPOSTO-ED    pic zz,zz9.99.
       01 WS-TOTAL-ED      pic zzz,zz9.99.
       01 WS-EOF           pic x value 'N'.
       01 WS-ARCH-NAME     pic x(40).
       01 WS-SEL-PROGRAM   pic x(12).

       PROCEDURE DIVISION.
       001-Main.
            display "R = report catalog, D = phone call detail"
                " (blank = R): " with no advancing
            move spaces to WS-MODE
            accept WS-MODE
            if WS-MODE = 'D' or WS-MODE = 'd'
                perform CallDetail
                stop run
            end-if
            display "Filter by program (blank = all): "
                with no advancing
            move spaces to WS-SEL-PROGRAM
            end-perform
            close ArchFile.

      *> FATURA.DAT is keyed by invoice number only, so the month's
      *> invoices of the customer come from a full pass, as in
      *> extlote; each one's calls are read back by FAT-NUM.
       CallDetail.
            display "Customer ID: " with no advancing
            accept WS-CUST-ID
            display "Period YYYYMM: " with no advancing
            move spaces to WS-PERIODO
            accept WS-PERIODO
            open input FaturaFile
            if FAT-FS not = "00"
                display "No invoices on file, status " FAT-FS
                exit paragraph
            end-if
            open input FatDetFile
            if FATDT-FS not = "00"
                display "No itemized calls on file, status " FATDT-FS
                close FaturaFile
                exit paragraph
            end-if
            display ' '
            open input CustomerFile
            if CUST-FS = 00
                move WS-CUST-ID to IDNum
                read CustomerFile
                    invalid key
                        display "Customer " WS-CUST-ID " not on file"
                    not invalid key
                        display "PHONE CALL DETAIL for " WS-CUST-ID
                            " " FirstName " " LastName
                end-read
                close CustomerFile
            end-if
            display "Period: " WS-PERIODO
            move 'N' to WS-FAT-EOF
            move low-values to FAT-NUM
            start FaturaFile key is >= FAT-NUM
                invalid key move 'Y' to WS-FAT-EOF
            end-start
            perform until WS-FAT-EOF = 'Y'
                read FaturaFile next record
                    at end move 'Y' to WS-FAT-EOF
                end-read
                if WS-FAT-EOF = 'N'
                    if FAT-CLIENTE = WS-CUST-ID
                        and FAT-DATA(1:6) = WS-PERIODO
                        perform InvoiceCalls
                    end-if
                end-if
            end-perform
            close FaturaFile
            close FatDetFile
            display ' '
            display "Invoices: " WS-INVOICES "  calls listed: " WS-CALLS.

       InvoiceCalls.
            move 'N' to WS-DET-EOF
            move FAT-NUM to FATDT-NUM
            move zeros to FATDT-SEQ
            start FatDetFile key is >= FATDT-CHAVE
                invalid key move 'Y' to WS-DET-EOF
            end-start
            perform until WS-DET-EOF = 'Y'
                read FatDetFile next record
                    at end move 'Y' to WS-DET-EOF
                end-read
                if WS-DET-EOF = 'N'
                    if FATDT-NUM not = FAT-NUM
                        move 'Y' to WS-DET-EOF
                    else
                        if FATDT-SEQ = 1
                            add 1 to WS-INVOICES
                            move FAT-TOTAL to WS-TOTAL-ED
                            display ' '
                            display "Invoice " FAT-NUM " of " FAT-DATA
                                " total " WS-TOTAL-ED
                            display "  SEQ   DATE     TIME BD NUMBER "
                                "                SECS   RATE "
                                "    VALUE       TAX"
                        end-if
                        add 1 to WS-CALLS
                        move FATDT-VALOR to WS-VALOR-ED
                        move FATDT-IMPOSTO to WS-IMPOSTO-ED
                        display "  " FATDT-SEQ " " FATDT-DATA " "
                            FATDT-HORA " " FATDT-FAIXA FATDT-DESTINO " "
                            FATDT-NUMERO " " FATDT-DURACAO " "
                            FATDT-TARIFA " " WS-VALOR-ED " "
                            WS-IMPOSTO-ED
                    end-if
                end-if
            end-perform.

       END PROGRAM rptmenu.
