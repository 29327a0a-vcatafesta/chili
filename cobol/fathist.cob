       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fathist.
       AUTHOR. VILMAR CATAFESTA.
      *> Inquiry on the invoices fatarq.cob has moved off the live
      *> files into the yearly FATHIST<yyyy>.DAT history, so an old
      *> dispute can still be answered. Every history year on disk is
      *> read: by customer it lists the archived invoices with total
      *> and amount paid; by invoice it shows the header, its lines,
      *> the receivable, the credit notes and the cash journal
      *> receipts as they stood when archived, followed by the
      *> customer's CONTATO.DAT notes that quote the invoice number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HistFile ASSIGN TO WS-HIST-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS HI-FS.
           SELECT ContatoFile ASSIGN TO "CONTATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CT-CHAVE
                         FILE STATUS  IS CT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD HistFile.
       01 HistRec.
            02 HI-TIPO      pic x.
            02 FILLER       pic x.
            02 HI-FATURA    pic 9(06).
            02 FILLER       pic x.
            02 HI-CLIENTE   pic 9(08).
            02 FILLER       pic x.
            02 HI-DADOS     pic x(130).

       FD ContatoFile.
       01 ContatoData.
            02 CT-CHAVE.
               03 CT-CLIENTE pic 9(08).
               03 CT-DATA    pic 9(08).
               03 CT-HORA    pic 9(06).
            02 CT-OPERADOR pic x(10).
            02 CT-TIPO     pic x.
            02 CT-NOTA     pic x(60).

       WORKING-STORAGE SECTION.
       01 HI-FS            pic xx.
       01 CT-FS            pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-ANO           pic 9(04).
       01 WS-ANO-MIN       pic 9(04).
       01 WS-HIST-FILENAME pic x(20).
       01 WS-FILE-INFO     pic x(64).
       01 WS-RC            pic s9(9) comp-5.
       01 WS-CLIENTE       pic 9(08).
       01 WS-FATURA        pic 9(06).
       01 WS-FATURA-TXT    pic x(06).
       01 WS-ACHADAS       pic 9(05).
       01 WS-SHOWN         pic 9(04).
       01 WS-TALLY         pic 9(04).

      *> History years found on disk, newest first.
       01 WS-AN-QTD        pic 9(02) value zeros.
       01 WS-AN-TAB.
           02 WS-AN occurs 50 times indexed by AN-X.
               05 AN-ANO   pic 9(04).

       01 WS-FAT-R.
           02 HF-NUM       pic 9(06).
           02 HF-CLIENTE   pic 9(08).
           02 HF-DATA      pic 9(08).
           02 HF-TOTAL     pic 9(06)V99.
           02 HF-IMPOSTO   pic 9(06)V99.
           02 FILLER       pic x(94).
       01 WS-ITEM-R.
           02 HT-NUM       pic 9(06).
           02 HT-SEQ       pic 9(02).
           02 HT-SKU       pic 9(04).
           02 HT-NOTA      pic x(30).
           02 HT-VALOR     pic 9(04)V99.
           02 FILLER       pic x(82).
       01 WS-REC-R.
           02 HR-CLIENTE   pic 9(08).
           02 HR-FATURA    pic 9(06).
           02 HR-VALOR-ORIG pic 9(06)V99.
           02 HR-VALOR-PAGO pic 9(06)V99.
           02 HR-VENCIMENTO pic 9(08).
           02 FILLER       pic x(92).
       01 WS-NOTA-R.
           02 HN-DATA      pic x(08).
           02 FILLER       pic x(44).
           02 HN-VALOR     pic 9(07)V99.
           02 FILLER       pic x(19).
           02 HN-NUMERO    pic x(06).
           02 FILLER       pic x(44).
       01 WS-CAIXA-R.
           02 HC-DATA      pic x(08).
           02 FILLER       pic x(08).
           02 HC-OPERADOR  pic x(10).
           02 FILLER       pic x(17).
           02 HC-VALOR     pic 9(06)V99.
           02 FILLER       pic x(79).

       01 WS-VALOR-ED      pic z,zzz,zz9.99.
       01 WS-VALOR2-ED     pic z,zzz,zz9.99.

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).

       PROCEDURE DIVISION.
       001-Main.
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            perform FindYears
            if WS-AN-QTD = zeros
                display "No invoice history on file."
                stop run
            end-if
            perform until StayOpen = 'N'
                display ' '
                display "INVOICE HISTORY"
                display "---------------"
                display "1 - Archived invoices of a customer"
                display "2 - Archived invoice in detail"
                display "0 - Quit"
                display ' '
                display "Choice : " with no advancing
                accept Choice
                evaluate Choice
                    when 1 perform ByCustomer
                    when 2 perform ByInvoice
                    when other move 'N' to StayOpen
                end-evaluate
            end-perform
            stop run.

      *> History files go back from this year; a gap year without an
      *> archive is simply skipped.
       FindYears.
            accept WS-RUN-DATE from date yyyymmdd
            move WS-RUN-DATE (1:4) to WS-ANO
            compute WS-ANO-MIN = WS-ANO - 50
            perform until WS-ANO = WS-ANO-MIN or WS-AN-QTD = 50
                perform SetHistName
                call "CBL_CHECK_FILE_EXIST"
                    using WS-HIST-FILENAME WS-FILE-INFO
                    returning WS-RC
                end-call
                if WS-RC = zero
                    add 1 to WS-AN-QTD
                    move WS-ANO to AN-ANO (WS-AN-QTD)
                end-if
                subtract 1 from WS-ANO
            end-perform.

       SetHistName.
            move spaces to WS-HIST-FILENAME
            string "FATHIST" delimited by size
                   WS-ANO delimited by size
                   ".DAT" delimited by size
                into WS-HIST-FILENAME
            end-string.

       ByCustomer.
            display "Customer IDNum : " with no advancing
            accept WS-CLIENTE
            move zeros to WS-ACHADAS
            display "ARQUIVO         FATURA DATA            TOTAL"
                "         PAGO"
            perform varying AN-X from 1 by 1 until AN-X > WS-AN-QTD
                move AN-ANO (AN-X) to WS-ANO
                perform SetHistName
                open input HistFile
                if HI-FS = "00"
                    move 'N' to WS-EOF
                    perform until WS-EOF = 'Y'
                        read HistFile
                            at end move 'Y' to WS-EOF
                            not at end
                                if HI-CLIENTE = WS-CLIENTE
                                    perform ShowCustomerLine
                                end-if
                        end-read
                    end-perform
                    close HistFile
                end-if
            end-perform
            display "Archived invoices: " WS-ACHADAS
            if WS-ACHADAS > zeros
                display "Invoice to detail (0 = none): " with no advancing
                move zeros to WS-FATURA
                accept WS-FATURA
                if WS-FATURA not = zeros
                    perform ShowInvoice
                end-if
            end-if.

      *> The header gives date and total, the receivable that follows
      *> it gives what was paid.
       ShowCustomerLine.
            evaluate HI-TIPO
                when 'F'
                    add 1 to WS-ACHADAS
                    move HI-DADOS to WS-FAT-R
                    move HF-TOTAL to WS-VALOR-ED
                    display WS-HIST-FILENAME (1:15) " " HF-NUM " "
                        HF-DATA " " WS-VALOR-ED with no advancing
                when 'R'
                    move HI-DADOS to WS-REC-R
                    move HR-VALOR-PAGO to WS-VALOR-ED
                    display " " WS-VALOR-ED
            end-evaluate.

       ByInvoice.
            display "Invoice number : " with no advancing
            move zeros to WS-FATURA
            accept WS-FATURA
            if WS-FATURA = zeros
                display "Invoice number required"
                exit paragraph
            end-if
            perform ShowInvoice.

       ShowInvoice.
            move zeros to WS-ACHADAS WS-CLIENTE
            perform varying AN-X from 1 by 1 until AN-X > WS-AN-QTD
                move AN-ANO (AN-X) to WS-ANO
                perform SetHistName
                open input HistFile
                if HI-FS = "00"
                    move 'N' to WS-EOF
                    perform until WS-EOF = 'Y'
                        read HistFile
                            at end move 'Y' to WS-EOF
                            not at end
                                if HI-FATURA = WS-FATURA
                                    perform ShowInvoiceLine
                                end-if
                        end-read
                    end-perform
                    close HistFile
                end-if
            end-perform
            if WS-ACHADAS = zeros
                display "Invoice " WS-FATURA " is not in the history"
                    " - see the live files"
                exit paragraph
            end-if
            perform ShowContacts.

       ShowInvoiceLine.
            add 1 to WS-ACHADAS
            evaluate HI-TIPO
                when 'F'
                    move HI-DADOS to WS-FAT-R
                    move HF-CLIENTE to WS-CLIENTE
                    move HF-TOTAL   to WS-VALOR-ED
                    move HF-IMPOSTO to WS-VALOR2-ED
                    display ' '
                    display "Invoice " HF-NUM "  customer " HF-CLIENTE
                        "  dated " HF-DATA "  (" WS-HIST-FILENAME ")"
                    display "  total " WS-VALOR-ED "  tax " WS-VALOR2-ED
                when 'I'
                    move HI-DADOS to WS-ITEM-R
                    move HT-VALOR to WS-VALOR-ED
                    display "  line " HT-SEQ "  sku " HT-SKU " "
                        HT-NOTA " " WS-VALOR-ED
                when 'R'
                    move HI-DADOS to WS-REC-R
                    move HR-VALOR-ORIG to WS-VALOR-ED
                    move HR-VALOR-PAGO to WS-VALOR2-ED
                    display "  receivable due " HR-VENCIMENTO
                        "  original " WS-VALOR-ED "  paid " WS-VALOR2-ED
                when 'N'
                    move HI-DADOS to WS-NOTA-R
                    if HN-VALOR numeric
                        move HN-VALOR to WS-VALOR-ED
                    else
                        move zeros to WS-VALOR-ED
                    end-if
                    display "  credit note " HN-NUMERO "  dated "
                        HN-DATA "  value " WS-VALOR-ED
                when 'C'
                    move HI-DADOS to WS-CAIXA-R
                    if HC-VALOR numeric
                        move HC-VALOR to WS-VALOR-ED
                    else
                        move zeros to WS-VALOR-ED
                    end-if
                    display "  receipt dated " HC-DATA "  by "
                        HC-OPERADOR "  value " WS-VALOR-ED
            end-evaluate.

      *> Contact notes of the customer that quote the invoice number.
       ShowContacts.
            if WS-CLIENTE = zeros
                exit paragraph
            end-if
            open input ContatoFile
            if CT-FS not = "00"
                exit paragraph
            end-if
            move WS-FATURA to WS-FATURA-TXT
            move zeros to WS-SHOWN
            move 'N' to WS-EOF
            move WS-CLIENTE to CT-CLIENTE
            move zeros to CT-DATA CT-HORA
            start ContatoFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            display ' '
            display "Contact notes quoting invoice " WS-FATURA ":"
            perform until WS-EOF = 'Y'
                read ContatoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CT-CLIENTE not = WS-CLIENTE
                        move 'Y' to WS-EOF
                    else
                        move zeros to WS-TALLY
                        inspect CT-NOTA tallying WS-TALLY
                            for all WS-FATURA-TXT
                        if WS-TALLY > zeros
                            add 1 to WS-SHOWN
                            display CT-DATA " " CT-HORA " "
                                CT-OPERADOR " " CT-TIPO " " CT-NOTA
                        end-if
                    end-if
                end-if
            end-perform
            close ContatoFile
            display "Notes found: " WS-SHOWN.

       END PROGRAM fathist.
