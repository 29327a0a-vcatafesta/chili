       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagret.
       AUTHOR. VILMAR CATAFESTA.
      *> Posts the bank's answer to the supplier payment remittance:
      *> PAGFORN.RET carries the pagrun.cob detail layout plus the
      *> payment date and a status byte. A paid detail ("P") adds to
      *> CP-VALOR-PAGO, closes the invoice ('P') once fully settled,
      *> and appends a PAGOS.DAT line that glextract.cob turns into the
      *> payables/cash journal entry. A rejected detail ("R") puts the
      *> invoice back on the schedule ('A') for the next run. Anything
      *> that does not match an invoice sent to the bank, or would
      *> overpay it, lands on PAGRET.REJ instead of on the books -
      *> the same discipline as bancoimp.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetornoFile ASSIGN TO "PAGFORN.RET"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RET-FS.
           SELECT PayFile ASSIGN TO "CONTAPAG.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CP-CHAVE
                         ALTERNATE RECORD KEY IS CP-VENCIMENTO
                             WITH DUPLICATES
                         FILE STATUS  IS CP-FS.
           SELECT PagosFile ASSIGN TO "PAGOS.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PG-FS.
           SELECT RejectFile ASSIGN TO "PAGRET.REJ"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REJ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RetornoFile.
       01 RetornoRec       pic x(40).

       FD PayFile.
       01 PayData.
           05 CP-CHAVE.
               10 CP-FORN          PIC 9(03).
               10 CP-NOTA          PIC 9(09).
           05 CP-PEDIDO            PIC 9(06).
           05 CP-EMISSAO           PIC 9(08).
           05 CP-VENCIMENTO        PIC 9(08).
           05 CP-VALOR             PIC 9(07)V99.
           05 CP-VALOR-PAGO        PIC 9(07)V99.
           05 CP-SITUACAO          PIC X(01).
           05 CP-DIVERGENCIA       PIC X(01).
           05 CP-OPERADOR          PIC X(10).
           05 CP-LIBERADOR         PIC X(10).

       FD PagosFile.
       01 PagosRec         pic x(40).

       FD RejectFile.
       01 RejectLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 RET-FS           pic xx.
       01 CP-FS            pic xx.
       01 PG-FS            pic xx.
       01 REJ-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-SALDO         pic 9(07)V99.
       01 WS-REASON        pic x(30).
       01 WS-READ-COUNT    pic 9(06) value zeros.
       01 WS-PAID          pic 9(06) value zeros.
       01 WS-RETURNED      pic 9(06) value zeros.
       01 WS-REJECTED      pic 9(06) value zeros.
       01 WS-TOT-PAID      pic 9(10)V99 value zeros.

       01 WS-RET-DETAIL.
           02 RT-TIPO      pic x.
           02 RT-FORN      pic 9(03).
           02 RT-NOTA      pic 9(09).
           02 RT-DATA-PAGO pic 9(08).
           02 RT-VALOR     pic 9(07)V99.
           02 RT-STATUS    pic x.
           02 FILLER       pic x(09).

      *> One line per supplier payment the bank confirmed; the date
      *> is the bank's payment date, which is the day glextract.cob
      *> books it.
       01 WS-PAGO-LINE.
           05 PG-DATA      pic 9(08).
           05 FILLER       pic x value space.
           05 PG-FORN      pic 9(03).
           05 FILLER       pic x value space.
           05 PG-NOTA      pic 9(09).
           05 FILLER       pic x value space.
           05 PG-VALOR     pic 9(07)V99.
           05 FILLER       pic x value space.
           05 PG-ORIGEM    pic x(05) value "BANCO".

       PROCEDURE DIVISION.
       001-Main.
            open input RetornoFile
            if RET-FS not = "00"
                display "No return file PAGFORN.RET, status " RET-FS
                stop run
            end-if
            open i-o PayFile
            if CP-FS not = "00"
                display "** ERROR ** unable to open CONTAPAG.DAT, status " CP-FS
                close RetornoFile
                stop run
            end-if
            open output RejectFile
            if REJ-FS not = "00"
                display "** ERROR ** unable to open PAGRET.REJ, status " REJ-FS
                close RetornoFile
                close PayFile
                stop run
            end-if

            perform until WS-EOF = 'Y'
                read RetornoFile into WS-RET-DETAIL
                    at end move 'Y' to WS-EOF
                    not at end
                        if RT-TIPO = "1"
                            add 1 to WS-READ-COUNT
                            perform PostOneReturn
                        end-if
                end-read
            end-perform

            close RetornoFile
            close PayFile
            close RejectFile
            display "Supplier payment return posting complete"
            display "  details read : " WS-READ-COUNT
            display "  paid         : " WS-PAID
            display "  paid value   : " WS-TOT-PAID
            display "  bank refused : " WS-RETURNED
            display "  rejected     : " WS-REJECTED
            display "  rejects in   : PAGRET.REJ"
            stop run.

       PostOneReturn.
            if RT-FORN not numeric or RT-NOTA not numeric
                    or RT-VALOR not numeric
                move "unreadable detail record" to WS-REASON
                perform RejectOne
                exit paragraph
            end-if
            move RT-FORN to CP-FORN
            move RT-NOTA to CP-NOTA
            read PayFile
                invalid key
                    move "no payable for this key" to WS-REASON
                    perform RejectOne
                    exit paragraph
            end-read
            if CP-SITUACAO not = 'E'
                move "payable not sent to the bank" to WS-REASON
                perform RejectOne
                exit paragraph
            end-if
            evaluate RT-STATUS
                when 'P'
                    perform PostPaid
                when 'R'
                    move 'A' to CP-SITUACAO
                    rewrite PayData
                        invalid key
                            move "payable not rescheduled" to WS-REASON
                            perform RejectOne
                        not invalid key
                            add 1 to WS-RETURNED
                    end-rewrite
                when other
                    move "unknown return status" to WS-REASON
                    perform RejectOne
            end-evaluate.

       PostPaid.
            compute WS-SALDO = CP-VALOR - CP-VALOR-PAGO
            if RT-VALOR = zeros or RT-VALOR > WS-SALDO
                move "value zero or over balance" to WS-REASON
                perform RejectOne
                exit paragraph
            end-if
            add RT-VALOR to CP-VALOR-PAGO
            if CP-VALOR-PAGO = CP-VALOR
                move 'P' to CP-SITUACAO
            else
                move 'A' to CP-SITUACAO
            end-if
            rewrite PayData
                invalid key
                    move "payment not posted" to WS-REASON
                    perform RejectOne
                not invalid key
                    perform WritePago
                    add 1 to WS-PAID
                    add RT-VALOR to WS-TOT-PAID
            end-rewrite.

       WritePago.
            move RT-DATA-PAGO to PG-DATA
            move RT-FORN      to PG-FORN
            move RT-NOTA      to PG-NOTA
            move RT-VALOR     to PG-VALOR
            open extend PagosFile
            if PG-FS = "35"
                close PagosFile
                open output PagosFile
            end-if
            write PagosRec from WS-PAGO-LINE
            close PagosFile.

       RejectOne.
            add 1 to WS-REJECTED
            move spaces to RejectLine
            string WS-REASON      delimited by size
                   " : "          delimited by size
                   WS-RET-DETAIL  delimited by size
                into RejectLine
            end-string
            write RejectLine.

       END PROGRAM pagret.
