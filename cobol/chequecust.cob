       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chequecust.
       AUTHOR. VILMAR CATAFESTA.
      *> Custody of the post-dated cheques (cheques pre-datados) that
      *> pagamento.cob takes against open receivables. CHEQUE.DAT
      *> holds each cheque - bank, number, issuer, amount, good-for
      *> date and the CR-CLIENTE/CR-FATURA it pays - in one of three
      *> situations: C in custody, D deposited, V returned.
      *>
      *> The daily deposit list takes every cheque in custody whose
      *> good-for date has arrived, prints CHEQUEDEPyyyymmdd.TXT for
      *> the bank run (registered with rptcat) and marks them
      *> deposited; glextract.cob moves them from cheques in custody
      *> to cash on that day.
      *>
      *> A cheque the bank returns is reversed: the payment comes off
      *> CR-VALOR-PAGO so the invoice is open again, a CHEQUEDEV
      *> journal line undoes the CHEQUEPRE one for the day-close
      *> proof, the returned-cheque fee is invoiced as a real invoice
      *> (FATURA.DAT + FATURAIT.DAT + CONTASREC.DAT, as jurosrec.cob
      *> does for interest) and a CONTATO.DAT note of type R tells
      *> the collector what happened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT FaturaItFile ASSIGN TO "FATURAIT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FATIT-CHAVE
                         FILE STATUS  IS FATIT-FS.
           SELECT ContatoFile ASSIGN TO "CONTATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CN-CHAVE
                         FILE STATUS  IS CN-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CX-FS.
           SELECT FechaFile ASSIGN TO "FECHACX.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS FC-FS.
           SELECT DepReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ChequeFile.
       01 ChequeData.
            02 CQ-CHAVE.
               03 CQ-BANCO    pic 9(03).
               03 CQ-NUMERO   pic 9(06).
            02 CQ-EMITENTE    pic x(30).
            02 CQ-VALOR       pic 9(06)V99.
            02 CQ-BOM-PARA    pic 9(08).
            02 CQ-CLIENTE     pic 9(08).
            02 CQ-FATURA      pic 9(06).
            02 CQ-RECEBIDO    pic 9(08).
            02 CQ-SITUACAO    pic x.
            02 CQ-DEPOSITO    pic 9(08).
            02 CQ-DEVOLUCAO   pic 9(08).
            02 CQ-TARIFA-FAT  pic 9(06).
            02 CQ-OPERADOR    pic x(10).

       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
               03 CR-CLIENTE pic 9(08).
               03 CR-FATURA  pic 9(06).
            02 CR-VALOR-ORIG pic 9(06)V99.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD FaturaFile.
       01 FaturaData.
            02 FAT-NUM      pic 9(06).
            02 FAT-CLIENTE  pic 9(08).
            02 FAT-DATA     pic 9(08).
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD FaturaItFile.
       01 FaturaItData.
            02 FATIT-CHAVE.
               03 FATIT-NUM pic 9(06).
               03 FATIT-SEQ pic 9(02).
            02 FATIT-SKU    pic 9(04).
            02 FATIT-NOTA   pic x(30).
            02 FATIT-VALOR  pic 9(04)V99.

       FD ContatoFile.
       01 ContatoData.
            02 CN-CHAVE.
               03 CN-CLIENTE pic 9(08).
               03 CN-DATA    pic 9(08).
               03 CN-HORA    pic 9(06).
            02 CN-OPERADOR pic x(10).
            02 CN-TIPO     pic x.
            02 CN-NOTA     pic x(60).

       FD CashJournal.
       01 CashRecord       pic x(60).

       FD FechaFile.
       01 FechaRec         pic x(40).

       FD DepReport.
       01 ReportLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 CQ-FS            pic xx.
       01 CR-FS            pic xx.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 CN-FS            pic xx.
       01 CX-FS            pic xx.
       01 FC-FS            pic xx.
       01 RPT-FS           pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-DIA-FECHADO   pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-DEP-COUNT     pic 9(05).
       01 WS-DEP-TOTAL     pic 9(09)V99.
       01 WS-CUST-COUNT    pic 9(05).
       01 WS-CUST-TOTAL    pic 9(09)V99.
       01 WS-BANCO         pic 9(03).
       01 WS-NUMERO        pic 9(06).
       01 WS-TARIFA        pic 9(04)V99.
       01 WS-TARIFA-PADRAO pic 9(04)V99 value 30.00.
       01 WS-FAT-PROX      pic 9(06).

       01 WS-FECHA-IN      pic x(40).
       01 WS-FECHA-IN-R redefines WS-FECHA-IN.
           02 FCI-DATA     pic 9(08).
           02 FILLER       pic x(32).

      *> Same journal line layout pagamento.cob writes.
       01 WS-CASH-LINE.
           05 CX-DATA      pic 9(08).
           05 FILLER       pic x value space.
           05 CX-HORA      pic 9(06).
           05 FILLER       pic x value space.
           05 CX-OPERADOR  pic x(10).
           05 FILLER       pic x value space.
           05 CX-CLIENTE   pic 9(08).
           05 FILLER       pic x value space.
           05 CX-FATURA    pic 9(06).
           05 FILLER       pic x value space.
           05 CX-VALOR     pic 9(06)V99.

       01 WS-DEP-LINE.
           05 DL-BANCO     pic 9(03).
           05 FILLER       pic x value space.
           05 DL-NUMERO    pic 9(06).
           05 FILLER       pic x(02) value spaces.
           05 DL-EMITENTE  pic x(30).
           05 FILLER       pic x value space.
           05 DL-BOM-PARA  pic 9(08).
           05 FILLER       pic x value space.
           05 DL-VALOR     pic zzz,zz9.99.
           05 FILLER       pic x value space.
           05 DL-SITUACAO  pic x.

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform until StayOpen = 'N'
                    display ' '
                    display "CHEQUES PRE-DATADOS"
                    display "-------------------"
                    display "1 - Cheques in custody"
                    display "2 - Today's deposit list"
                    display "3 - Returned cheque"
                    display "0 - Quit"
                    display ' '
                    display "Choice : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform ListCustody
                        when 2 perform DepositList
                        when 3 perform ReturnedCheque
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open i-o ChequeFile
            if CQ-FS = "30" or CQ-FS = "35"
                open output ChequeFile
                close ChequeFile
                open i-o ChequeFile
            end-if
            if CQ-FS not = "00"
                display "** ERROR ** unable to open CHEQUE.DAT, status " CQ-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o ReceivFile
            if CR-FS not = "00"
                display "** ERROR ** unable to open CONTASREC.DAT, status " CR-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            if WS-FILES-OK = 'Y'
                close ChequeFile
                close ReceivFile
            end-if.

       ListCustody.
            move zeros to WS-CUST-COUNT WS-CUST-TOTAL
            move 'N' to WS-EOF
            move low-values to CQ-CHAVE
            start ChequeFile key is >= CQ-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            display "BCO NUMERO  EMITENTE                       BOM PARA"
                "       VALOR CLIENTE  FATURA"
            perform until WS-EOF = 'Y'
                read ChequeFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CQ-SITUACAO = 'C'
                    add 1 to WS-CUST-COUNT
                    add CQ-VALOR to WS-CUST-TOTAL
                    move CQ-BANCO    to DL-BANCO
                    move CQ-NUMERO   to DL-NUMERO
                    move CQ-EMITENTE to DL-EMITENTE
                    move CQ-BOM-PARA to DL-BOM-PARA
                    move CQ-VALOR    to DL-VALOR
                    move CQ-SITUACAO to DL-SITUACAO
                    display WS-DEP-LINE " " CQ-CLIENTE " " CQ-FATURA
                end-if
            end-perform
            display "Cheques in custody : " WS-CUST-COUNT
                "  total " WS-CUST-TOTAL.

      *> Every cheque in custody whose good-for date has arrived goes
      *> on today's list and is marked deposited with today's date.
       DepositList.
            accept WS-RUN-DATE from date yyyymmdd
            move zeros to WS-DEP-COUNT WS-DEP-TOTAL
            move spaces to WS-REPORT-FILENAME
            string "CHEQUEDEP" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output DepReport
            move spaces to ReportLine
            string "CHEQUES PRE-DATADOS A DEPOSITAR - " WS-RUN-DATE
                delimited by size into ReportLine
            end-string
            write ReportLine
            move "BCO NUMERO  EMITENTE                       BOM PARA       VALOR"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move low-values to CQ-CHAVE
            start ChequeFile key is >= CQ-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ChequeFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CQ-SITUACAO = 'C'
                        and CQ-BOM-PARA <= WS-RUN-DATE
                    move 'D'         to CQ-SITUACAO
                    move WS-RUN-DATE to CQ-DEPOSITO
                    rewrite ChequeData
                        invalid key
                            display "** unable to mark cheque "
                                CQ-BANCO "/" CQ-NUMERO
                        not invalid key
                            add 1 to WS-DEP-COUNT
                            add CQ-VALOR to WS-DEP-TOTAL
                            move CQ-BANCO    to DL-BANCO
                            move CQ-NUMERO   to DL-NUMERO
                            move CQ-EMITENTE to DL-EMITENTE
                            move CQ-BOM-PARA to DL-BOM-PARA
                            move CQ-VALOR    to DL-VALOR
                            move spaces      to DL-SITUACAO
                            write ReportLine from WS-DEP-LINE
                    end-rewrite
                end-if
            end-perform
            move spaces to ReportLine
            string "TOTAL: " WS-DEP-COUNT " cheque(s)  " WS-DEP-TOTAL
                delimited by size into ReportLine
            end-string
            write ReportLine
            close DepReport
            move "CHEQUES A DEPOSITAR" to RC-REPORT
            move "chequecust"          to RC-PROGRAM
            move WS-REPORT-FILENAME    to RC-FILENAME
            move WS-DEP-COUNT          to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Cheques to deposit : " WS-DEP-COUNT
                "  total " WS-DEP-TOTAL
            display "List in " WS-REPORT-FILENAME.

       ReturnedCheque.
            perform CheckDayClosed
            if WS-DIA-FECHADO = 'Y'
                display "Cash day already closed by caixafecha -"
                    " no further posting today"
                exit paragraph
            end-if
            display "Bank code     : " with no advancing
            accept WS-BANCO
            display "Cheque number : " with no advancing
            accept WS-NUMERO
            move WS-BANCO  to CQ-BANCO
            move WS-NUMERO to CQ-NUMERO
            read ChequeFile
                invalid key
                    display "Cheque not in custody file"
                    exit paragraph
            end-read
            if CQ-SITUACAO not = 'D'
                display "Only a deposited cheque can come back"
                    " (situation " CQ-SITUACAO ")"
                exit paragraph
            end-if
            display "Issuer " CQ-EMITENTE " amount " CQ-VALOR
                " cliente " CQ-CLIENTE " fatura " CQ-FATURA
            move CQ-CLIENTE to CR-CLIENTE
            move CQ-FATURA  to CR-FATURA
            read ReceivFile
                invalid key
                    display "** receivable " CQ-CLIENTE "/" CQ-FATURA
                        " not on file - nothing reversed"
                    exit paragraph
            end-read
            if CR-VALOR-PAGO < CQ-VALOR
                display "** receivable shows less paid than the"
                    " cheque - nothing reversed"
                exit paragraph
            end-if
            display "Returned-cheque fee (0 = " WS-TARIFA-PADRAO "): "
                with no advancing
            accept WS-TARIFA
            if WS-TARIFA = zeros
                move WS-TARIFA-PADRAO to WS-TARIFA
            end-if
            subtract CQ-VALOR from CR-VALOR-PAGO
            rewrite ReceivData
                invalid key
                    display "** receivable not reopened, status " CR-FS
                    exit paragraph
            end-rewrite
            move "CHEQUEDEV" to CX-OPERADOR
            move CQ-CLIENTE  to CX-CLIENTE
            move CQ-FATURA   to CX-FATURA
            move CQ-VALOR    to CX-VALOR
            perform WriteCashJournal
            perform InvoiceFee
            move 'V'         to CQ-SITUACAO
            move WS-RUN-DATE to CQ-DEVOLUCAO
            move WS-FAT-PROX to CQ-TARIFA-FAT
            rewrite ChequeData
                invalid key
                    display "** unable to mark cheque returned"
            end-rewrite
            perform WriteContactNote
            display "Payment reversed, invoice " CQ-FATURA
                " reopened, fee invoice " WS-FAT-PROX.

      *> The fee becomes an invoice of its own, due on the day, so it
      *> shows on the next statement and ages like any other debt.
       InvoiceFee.
            move zeros to WS-FAT-PROX
            open i-o FaturaFile
            if FAT-FS not = "00"
                display "** unable to open FATURA.DAT - fee not"
                    " invoiced, status " FAT-FS
                exit paragraph
            end-if
            open i-o FaturaItFile
            if FATIT-FS not = "00"
                display "** unable to open FATURAIT.DAT - fee not"
                    " invoiced, status " FATIT-FS
                close FaturaFile
                exit paragraph
            end-if
            perform NextInvoiceNumber
            move WS-FAT-PROX  to FAT-NUM
            move CQ-CLIENTE   to FAT-CLIENTE
            move WS-RUN-DATE  to FAT-DATA
            move WS-TARIFA    to FAT-TOTAL
            move zeros        to FAT-IMPOSTO
            write FaturaData
                invalid key
                    display "** unable to write fee invoice " FAT-NUM
                    move zeros to WS-FAT-PROX
            end-write
            if WS-FAT-PROX not = zeros
                move WS-FAT-PROX to FATIT-NUM
                move 1           to FATIT-SEQ
                move zeros       to FATIT-SKU
                move spaces      to FATIT-NOTA
                string "CHEQUE DEVOLVIDO " CQ-BANCO "/" CQ-NUMERO
                    delimited by size into FATIT-NOTA
                end-string
                move WS-TARIFA to FATIT-VALOR
                write FaturaItData
                    invalid key
                        display "** unable to write fee line for "
                            FATIT-NUM
                end-write
                move CQ-CLIENTE  to CR-CLIENTE
                move WS-FAT-PROX to CR-FATURA
                move WS-TARIFA   to CR-VALOR-ORIG
                move zeros       to CR-VALOR-PAGO
                move WS-RUN-DATE to CR-VENCIMENTO
                write ReceivData
                    invalid key
                        display "** unable to open fee receivable "
                            CR-FATURA ", status " CR-FS
                end-write
            end-if
            close FaturaFile
            close FaturaItFile.

      *> Same highest-key walk-back jurosrec.cob uses for FAT-NUM.
       NextInvoiceNumber.
            move high-values to FAT-NUM
            start FaturaFile key is less than FAT-NUM
                invalid key
                    move 1 to WS-FAT-PROX
            end-start
            if FAT-FS = "00"
                read FaturaFile next record
                    at end
                        move 1 to WS-FAT-PROX
                    not at end
                        compute WS-FAT-PROX = FAT-NUM + 1
                end-read
            end-if.

       WriteContactNote.
            open i-o ContatoFile
            if CN-FS = "35"
                open output ContatoFile
                close ContatoFile
                open i-o ContatoFile
            end-if
            if CN-FS not = "00"
                display "** unable to open CONTATO.DAT - no note,"
                    " status " CN-FS
                exit paragraph
            end-if
            move CQ-CLIENTE to CN-CLIENTE
            move WS-RUN-DATE to CN-DATA
            accept WS-RUN-TIME from time
            move WS-RUN-HHMMSS to CN-HORA
            move SG-OPERATOR to CN-OPERADOR
            move 'R' to CN-TIPO
            move spaces to CN-NOTA
            string "CHQ DEVOLVIDO " CQ-BANCO "/" CQ-NUMERO
                " FAT " CQ-FATURA " REABERTA TARIFA " WS-FAT-PROX
                delimited by size into CN-NOTA
            end-string
            write ContatoData
                invalid key
                    display "** unable to write contact note"
            end-write
            close ContatoFile.

       CheckDayClosed.
            move 'N' to WS-DIA-FECHADO
            accept WS-RUN-DATE from date yyyymmdd
            move 'N' to WS-EOF
            open input FechaFile
            if FC-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read FechaFile into WS-FECHA-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        if FCI-DATA = WS-RUN-DATE
                            move 'Y' to WS-DIA-FECHADO
                            move 'Y' to WS-EOF
                        end-if
                end-read
            end-perform
            close FechaFile.

       WriteCashJournal.
            accept WS-RUN-TIME from time
            move WS-RUN-DATE    to CX-DATA
            move WS-RUN-HHMMSS  to CX-HORA
            open extend CashJournal
            if CX-FS = "35"
                close CashJournal
                open output CashJournal
            end-if
            write CashRecord from WS-CASH-LINE
            close CashJournal.

       END PROGRAM chequecust.
