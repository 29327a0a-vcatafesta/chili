       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagaging.
       AUTHOR. VILMAR CATAFESTA.
      *> Open-payables aging, the supplier-side twin of agingrep.cob:
      *> sweeps CONTAPAG.DAT (keyed by pagmnt.cob), buckets every
      *> still-open supplier invoice into current/30/60/90+ days
      *> against today's date, pulls the supplier name from
      *> FORNECEDOR.DAT and writes the dated report file with a
      *> subtotal per FORN-COD and grand totals per bucket. Invoices
      *> still held by the three-way match are listed too, flagged
      *> RETIDA, because the debt exists whether or not it has been
      *> released for payment. Open debit notes for goods sent back
      *> (DEBFORN.DAT) are listed after the buckets and taken off the
      *> total, since pagrun.cob nets them from the next payment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayFile ASSIGN TO "CONTAPAG.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CP-CHAVE
                         ALTERNATE RECORD KEY IS CP-VENCIMENTO
                             WITH DUPLICATES
                         FILE STATUS  IS CP-FS.
           SELECT ARQUIVO-FORNECEDOR ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FORN-COD
                         FILE STATUS  IS FORNECEDOR-FS.
           SELECT DebitNoteFile ASSIGN TO "DEBFORN.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DN-NUM
                         FILE STATUS  IS DN-FS.
           SELECT AgingReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
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

       FD ARQUIVO-FORNECEDOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01 FORNECEDOR.
           05 FORN-COD         PIC 9(03).
           05 FORN-NOME        PIC X(30).
           05 FORN-FONE        PIC 9(09).
           05 FORN-EMAIL       PIC X(40).
           05 FORN-PRAZO       PIC 9(03).

       FD DebitNoteFile.
       01 DebitNoteData.
           05 DN-NUM               PIC 9(06).
           05 DN-FORN              PIC 9(03).
           05 DN-DATA              PIC 9(08).
           05 DN-SKU               PIC 9(04).
           05 DN-LOTE              PIC 9(04).
           05 DN-QTD               PIC 9(04).
           05 DN-CUSTO             PIC 9(04)V99.
           05 DN-VALOR             PIC 9(07)V99.
           05 DN-ABATIDO           PIC 9(07)V99.
           05 DN-LOJA              PIC 9(02).
           05 DN-MOTIVO            PIC X(30).
           05 DN-OPERADOR          PIC X(10).

       FD AgingReport.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 CP-FS            pic xx.
       01 FORNECEDOR-FS    pic xx.
       01 RPT-FS           pic xx.
       01 DN-FS            pic xx.
       01 WS-TOT-NOTAS     pic 9(08)V99 value zeros.
       01 WS-TOT-LIQUIDO   pic 9(08)V99 value zeros.
       01 WS-EOF           pic x value 'N'.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-RUN-DATE.
           02 WS-RUN-YYYY  pic 9(4).
           02 WS-RUN-MM    pic 9(2).
           02 WS-RUN-DD    pic 9(2).
       01 WS-RUN-DATE-N redefines WS-RUN-DATE pic 9(08).
       01 WS-REPORT-FILENAME pic x(20).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-VENC-INT      pic 9(07).
       01 WS-DIAS-ATRASO   pic s9(05).
       01 WS-SALDO         pic 9(07)V99.
       01 WS-FORN-ATUAL    pic 9(03) value zeros.
       01 WS-FORN-SALDO    pic 9(08)V99 value zeros.
       01 WS-OPEN-COUNT    pic 9(05) value zeros.
       01 WS-TOT-CORRENTE  pic 9(08)V99 value zeros.
       01 WS-TOT-30        pic 9(08)V99 value zeros.
       01 WS-TOT-60        pic 9(08)V99 value zeros.
       01 WS-TOT-90        pic 9(08)V99 value zeros.

       01 WS-DETAIL-LINE.
           02 DL-FORN      pic 9(03).
           02              pic x value space.
           02 DL-NOME      pic x(31).
           02 DL-NOTA      pic 9(09).
           02              pic x value space.
           02 DL-VENC      pic 9(08).
           02              pic x value space.
           02 DL-SALDO     pic z,zzz,zz9.99.
           02              pic xx value space.
           02 DL-BUCKET    pic x(08).
           02              pic x value space.
           02 DL-RETIDA    pic x(06).

       01 WS-FORN-LINE.
           02              pic x(04) value spaces.
           02              pic x(19) value "subtotal fornecedor".
           02              pic x(27) value spaces.
           02 FT-SALDO     pic z,zzz,zz9.99.

       01 WS-NOTA-LINE.
           02 NL-FORN      pic 9(03).
           02              pic x value space.
           02 NL-NOME      pic x(31).
           02              pic x(05) value "nota ".
           02 NL-NUM       pic 9(06).
           02              pic x value space.
           02 NL-DATA      pic 9(08).
           02              pic x value space.
           02 NL-SALDO     pic z,zzz,zz9.99.

       01 WS-TOTAL-LINE.
           02 TL-LABEL     pic x(12).
           02 TL-VALOR     pic z,zzz,zz9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform SweepPayables
                perform WriteTotals
                perform WriteDebitNotes
                move "PAYABLES AGING" to RC-REPORT
                move "pagaging" to RC-PROGRAM
                move WS-REPORT-FILENAME to RC-FILENAME
                move WS-OPEN-COUNT to RC-COUNT
                call "rptcat" using WS-RC-AREA
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open input PayFile
            if CP-FS not = "00"
                display "** ERROR ** unable to open CONTAPAG.DAT, status " CP-FS
                move 'N' to WS-FILES-OK
            end-if
            open input ARQUIVO-FORNECEDOR
            if FORNECEDOR-FS not = "00"
                display "** ERROR ** unable to open FORNECEDOR.DAT, status " FORNECEDOR-FS
                move 'N' to WS-FILES-OK
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            string "pagaging" delimited by size
                   WS-RUN-YYYY delimited by size
                   WS-RUN-MM delimited by size
                   WS-RUN-DD delimited by size
                   ".rpt" delimited by size
                into WS-REPORT-FILENAME
            end-string
            open output AgingReport
            if RPT-FS not = "00"
                display "** ERROR ** unable to open report, status " RPT-FS
                move 'N' to WS-FILES-OK
            end-if
            compute WS-HOJE-INT =
                function integer-of-date(WS-RUN-DATE-N).

      *> CP-CHAVE leads with CP-FORN, so the primary-key sweep already
      *> comes grouped by supplier; the subtotal breaks on the change.
       SweepPayables.
            move "PAYABLES AGING - FORN NOME / NOTA VENC SALDO BUCKET"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move low-values to CP-CHAVE
            start PayFile key is >= CP-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PayFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CP-VALOR > CP-VALOR-PAGO
                        perform AgeOneItem
                    end-if
                end-if
            end-perform
            perform SupplierBreak.

       AgeOneItem.
            if CP-FORN not = WS-FORN-ATUAL
                perform SupplierBreak
                move CP-FORN to WS-FORN-ATUAL
            end-if
            add 1 to WS-OPEN-COUNT
            compute WS-SALDO = CP-VALOR - CP-VALOR-PAGO
            add WS-SALDO to WS-FORN-SALDO
            perform FetchName
            move CP-NOTA to DL-NOTA
            move CP-VENCIMENTO to DL-VENC
            if CP-SITUACAO = 'R'
                move "RETIDA" to DL-RETIDA
            else
                move spaces to DL-RETIDA
            end-if
            perform BucketOne
            move WS-SALDO to DL-SALDO
            write ReportLine from WS-DETAIL-LINE.

       BucketOne.
            compute WS-VENC-INT =
                function integer-of-date(DL-VENC)
            compute WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
            evaluate true
                when WS-DIAS-ATRASO <= 0
                    move "CORRENTE" to DL-BUCKET
                    add WS-SALDO to WS-TOT-CORRENTE
                when WS-DIAS-ATRASO <= 30
                    move "30 DIAS " to DL-BUCKET
                    add WS-SALDO to WS-TOT-30
                when WS-DIAS-ATRASO <= 60
                    move "60 DIAS " to DL-BUCKET
                    add WS-SALDO to WS-TOT-60
                when other
                    move "90+ DIAS" to DL-BUCKET
                    add WS-SALDO to WS-TOT-90
            end-evaluate.

       FetchName.
            move CP-FORN to DL-FORN
            move CP-FORN to FORN-COD
            read ARQUIVO-FORNECEDOR
                invalid key
                    move "** nome nao encontrado **" to DL-NOME
                not invalid key
                    move FORN-NOME to DL-NOME
            end-read.

       SupplierBreak.
            if WS-FORN-SALDO > zeros
                move WS-FORN-SALDO to FT-SALDO
                write ReportLine from WS-FORN-LINE
            end-if
            move zeros to WS-FORN-SALDO.

       WriteTotals.
            move spaces to ReportLine
            write ReportLine
            move "CORRENTE  : " to TL-LABEL
            move WS-TOT-CORRENTE to TL-VALOR
            write ReportLine from WS-TOTAL-LINE
            move "30 DIAS   : " to TL-LABEL
            move WS-TOT-30 to TL-VALOR
            write ReportLine from WS-TOTAL-LINE
            move "60 DIAS   : " to TL-LABEL
            move WS-TOT-60 to TL-VALOR
            write ReportLine from WS-TOTAL-LINE
            move "90+ DIAS  : " to TL-LABEL
            move WS-TOT-90 to TL-VALOR
            write ReportLine from WS-TOTAL-LINE
            display "Payables aging written to " WS-REPORT-FILENAME
            display "  open items : " WS-OPEN-COUNT
            display "  corrente   : " WS-TOT-CORRENTE
            display "  30 dias    : " WS-TOT-30
            display "  60 dias    : " WS-TOT-60
            display "  90+ dias   : " WS-TOT-90.

       WriteDebitNotes.
            open input DebitNoteFile
            if DN-FS not = "00"
                exit paragraph
            end-if
            move spaces to ReportLine
            write ReportLine
            move "NOTAS DE DEBITO EM ABERTO (devolucoes a abater)"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move zeros to DN-NUM
            start DebitNoteFile key is >= DN-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read DebitNoteFile next record
                    at end move 'Y' to WS-EOF
                    not at end
                        if DN-VALOR > DN-ABATIDO
                            move DN-FORN to CP-FORN
                            perform FetchName
                            move DN-FORN to NL-FORN
                            move DL-NOME to NL-NOME
                            move DN-NUM  to NL-NUM
                            move DN-DATA to NL-DATA
                            compute WS-SALDO = DN-VALOR - DN-ABATIDO
                            move WS-SALDO to NL-SALDO
                            add WS-SALDO to WS-TOT-NOTAS
                            write ReportLine from WS-NOTA-LINE
                        end-if
                end-read
            end-perform
            close DebitNoteFile
            move "NOTAS DEB : " to TL-LABEL
            move WS-TOT-NOTAS to TL-VALOR
            write ReportLine from WS-TOTAL-LINE
            compute WS-TOT-LIQUIDO = WS-TOT-CORRENTE + WS-TOT-30
                + WS-TOT-60 + WS-TOT-90
            if WS-TOT-NOTAS < WS-TOT-LIQUIDO
                subtract WS-TOT-NOTAS from WS-TOT-LIQUIDO
            else
                move zeros to WS-TOT-LIQUIDO
            end-if
            move "LIQUIDO   : " to TL-LABEL
            move WS-TOT-LIQUIDO to TL-VALOR
            write ReportLine from WS-TOTAL-LINE
            display "  notas deb  : " WS-TOT-NOTAS.

       CloseFiles.
            close PayFile
            close ARQUIVO-FORNECEDOR
            close AgingReport.

       END PROGRAM pagaging.
