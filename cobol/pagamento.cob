      *> applies a full or partial payment to one of them and writes
      *> every receipt to the daily cash journal CAIXA.DAT, so the end
      *> of day journal total can be proved against the drawer.
      *> A post-dated cheque (cheque pre-datado) settles the invoice
      *> the same way but is not money in the drawer: it goes into
      *> custody on CHEQUE.DAT with its good-for date, and its
      *> journal line is written under the CHEQUEPRE operator so the
      *> day close keeps it off the deposit. chequecust.cob deposits
      *> it when due and reverses it if the bank returns it.
      *> A receipt on a TELCO account suspended for debt asks svcstat
      *> whether the account is back under the suspension rule; if
      *> so it goes to reactivation pending and the reactivation fee
      *> is invoiced.
      *> Money that comes in on an invoice perdarec.cob wrote off is
      *> a recovery: it is taken against the PERDAREC.DAT record, up
      *> to the amount written off (any excess goes to customer
      *> credit as above), journaled under the invoice number like
      *> any receipt, and put on PERDAMOV.DAT for glextract.cob to
      *> post as bad-debt recovery.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CS-CLIENTE
                         FILE STATUS  IS CS-FS.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT PrepaidFile ASSIGN TO "TELCO.PREPAID"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PB-FS.
           SELECT PerdaFile ASSIGN TO "PERDAREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PD-CHAVE
                         FILE STATUS  IS PD-FS.
           SELECT PerdaMov ASSIGN TO "PERDAMOV.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PM-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ReceivFile.
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD CashJournal.
       01 CashRecord       pic x(60).
            02 CS-CLIENTE pic 9(08).
            02 CS-SALDO   pic 9(06)V99.

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

       FD PrepaidFile.
       01 PrepaidRec.
            02 PB-ACCOUNT pic 9(08).
            02 PB-SALDO   pic 9(07)V99.

       FD PerdaFile.
       01 PerdaData.
            02 PD-CHAVE.
               03 PD-CLIENTE  pic 9(08).
               03 PD-FATURA   pic 9(06).
            02 PD-VALOR-ORIG  pic 9(06)V99.
            02 PD-VALOR-PAGO  pic 9(06)V99.
            02 PD-VENCIMENTO  pic 9(08).
            02 PD-VALOR-BAIXA pic 9(06)V99.
            02 PD-DATA-BAIXA  pic 9(08).
            02 PD-SOLICITANTE pic x(10).
            02 PD-APROVADOR   pic x(10).
            02 PD-RECUPERADO  pic 9(06)V99.
            02 PD-DATA-RECUP  pic 9(08).

       FD PerdaMov.
       01 PerdaMovRec.
            02 PM-DATA      pic 9(08).
            02 FILLER       pic x.
            02 PM-TIPO      pic x.
            02 FILLER       pic x.
            02 PM-CLIENTE   pic 9(08).
            02 FILLER       pic x.
            02 PM-FATURA    pic 9(06).
            02 FILLER       pic x.
            02 PM-VALOR     pic 9(06)V99.
            02 FILLER       pic x.
            02 PM-OPERADOR  pic x(10).

       WORKING-STORAGE SECTION.
       01 Choice     pic 9.
       01 StayOpen   pic x value 'Y'.
       01 FC-FS      pic xx.
       01 CS-FS      pic xx.
       01 PB-FS      pic xx.
       01 CQ-FS      pic xx.
       01 PD-FS      pic xx.
       01 PM-FS      pic xx.
       01 WS-PD-ACHOU pic x.
       01 WS-CQ-BANCO    pic 9(03).
       01 WS-CQ-NUMERO   pic 9(06).
       01 WS-CQ-EMITENTE pic x(30).
       01 WS-CQ-BOM-PARA pic 9(08).
       01 WS-EXCESSO pic 9(06)V99.
       01 WS-TOPUP-CONTA pic 9(08).
       01 WS-TOPUP-VALOR pic 9(06)V99.
           02 WS-PB-ITEM occurs 200 times.
               05 PBT-ACCOUNT pic 9(08).
               05 PBT-SALDO   pic 9(07)V99.
       01 WS-SV-AREA.
           05 SV-MODO       pic x.
           05 SV-CLIENTE    pic 9(08).
           05 SV-SUSPENDE   pic x.
           05 SV-MOTIVO     pic x.
           05 SV-SALDO-90   pic 9(07)V99.
           05 SV-RESULTADO  pic x.
           05 SV-TARIFA-FAT pic 9(06).
       01 WS-FECHA-EOF pic x.
       01 WS-DIA-FECHADO pic x.
       01 WS-FECHA-IN      pic x(40).
       01 WS-FILES-OK pic x value 'Y'.
       01 WS-EOF     pic x value 'N'.
       01 WS-OPERATOR pic x(10).
       01 WS-PAY-OPER-SALVO pic x(10).
       01 WS-PAY-CLIENTE pic 9(08).
       01 WS-PAY-FATURA  pic 9(06).
       01 WS-PAY-VALOR   pic 9(06)V99.
                    Display "1 - Receive Payment"
                    Display "2 - Cash Journal Day Total"
                    Display "3 - TELCO Prepaid Top-Up"
                    Display "4 - Post-Dated Cheque"
                    Display "5 - Recovery on Written-Off Invoice"
                    Display "0 - Quit"
                    Display ' '
                    Display "Choice : " WITH NO ADVANCING
                        When 1 Perform ReceivePayment
                        When 2 Perform DayTotal
                        When 3 Perform PrepaidTopUp
                        When 4 Perform ReceiveCheque
                        When 5 Perform ReceiveRecovery
                        When Other move 'N' to StayOpen
                    End-Evaluate
                End-Perform
            move WS-PAY-FATURA  to CR-FATURA
            read ReceivFile
                invalid key
                    perform CheckWrittenOff
                    if WS-PD-ACHOU = 'Y'
                        display COLOR-RED "Invoice was written off as"
                            " bad debt - take it as a recovery"
                            " (option 5)" COLOR-RESET
                    else
                        display COLOR-RED "Invoice not on file for this"
                            " customer" COLOR-RESET
                    end-if
                not invalid key
                    perform PostReceipt
            end-read.

       CheckWrittenOff.
            move 'N' to WS-PD-ACHOU
            open input PerdaFile
            if PD-FS not = "00"
                exit paragraph
            end-if
            move WS-PAY-CLIENTE to PD-CLIENTE
            move WS-PAY-FATURA  to PD-FATURA
            read PerdaFile
                invalid key continue
                not invalid key move 'Y' to WS-PD-ACHOU
            end-read
            close PerdaFile.

      *> A written-off invoice is no longer on CONTASREC.DAT, so the
      *> receipt goes against PERDAREC.DAT: what was written off and
      *> not yet recovered is what can still come in.
       ReceiveRecovery.
            perform CheckDayClosed
            if WS-DIA-FECHADO = 'Y'
                display COLOR-RED "Cash day already closed by"
                    " caixafecha - no further posting today"
                    COLOR-RESET
                exit paragraph
            end-if
            display ' '
            display "Customer IDNum : " with no advancing
            accept WS-PAY-CLIENTE
            move WS-PAY-CLIENTE to IDNum
            read CustomerFile
                invalid key
                    display COLOR-RED "Customer not on file" COLOR-RESET
                    exit paragraph
            end-read
            display "Customer : " FirstName " " LastName
            display "Invoice number : " with no advancing
            accept WS-PAY-FATURA
            open i-o PerdaFile
            if PD-FS not = "00"
                display COLOR-RED "No written-off invoices on file"
                    COLOR-RESET
                exit paragraph
            end-if
            move WS-PAY-CLIENTE to PD-CLIENTE
            move WS-PAY-FATURA  to PD-FATURA
            read PerdaFile
                invalid key
                    display COLOR-RED "Invoice was not written off for"
                        " this customer" COLOR-RESET
                    close PerdaFile
                    exit paragraph
            end-read
            compute WS-SALDO = PD-VALOR-BAIXA - PD-RECUPERADO
            if WS-SALDO = zeros
                display COLOR-RED "Written-off amount already fully"
                    " recovered" COLOR-RESET
                close PerdaFile
                exit paragraph
            end-if
            display "Written off " PD-DATA-BAIXA " : " PD-VALOR-BAIXA
            display "Still to recover: " WS-SALDO
            display "Amount received: " with no advancing
            accept WS-PAY-VALOR
            if WS-PAY-VALOR = zeros
                display COLOR-RED "Amount must be more than zero"
                    COLOR-RESET
                close PerdaFile
                exit paragraph
            end-if
            move zeros to WS-EXCESSO
            if WS-PAY-VALOR > WS-SALDO
                compute WS-EXCESSO = WS-PAY-VALOR - WS-SALDO
                move WS-SALDO to WS-PAY-VALOR
            end-if
            add WS-PAY-VALOR to PD-RECUPERADO
            move WS-RUN-DATE to PD-DATA-RECUP
            rewrite PerdaData
                invalid key
                    display COLOR-RED "Recovery not posted" COLOR-RESET
                    close PerdaFile
                    exit paragraph
            end-rewrite
            close PerdaFile
            perform WriteCashJournal
            add WS-PAY-VALOR to WS-SESSION-TOTAL
            move spaces to PerdaMovRec
            move WS-RUN-DATE    to PM-DATA
            move 'R'            to PM-TIPO
            move WS-PAY-CLIENTE to PM-CLIENTE
            move WS-PAY-FATURA  to PM-FATURA
            move WS-PAY-VALOR   to PM-VALOR
            move WS-OPERATOR    to PM-OPERADOR
            open extend PerdaMov
            if PM-FS = "35"
                open output PerdaMov
            end-if
            write PerdaMovRec
            close PerdaMov
            display COLOR-GREEN "Recovery posted" COLOR-RESET
            if WS-EXCESSO > zeros
                perform PostCreditBalance
            end-if.

      *> A receipt above the open balance no longer bounces: the
      *> invoice takes what it is owed and the excess goes to the
      *> customer's CREDSALDO.DAT credit ledger, journaled under
                            if WS-EXCESSO > zeros
                                perform PostCreditBalance
                            end-if
                            perform CheckReactivation
                    end-rewrite
                end-if
            end-if.

      *> Same customer and invoice selection as a receipt; the cheque
      *> may not exceed the open balance, since there is no money in
      *> hand yet to hold as customer credit.
       ReceiveCheque.
            perform CheckDayClosed
            if WS-DIA-FECHADO = 'Y'
                display COLOR-RED "Cash day already closed by"
                    " caixafecha - no further posting today"
                    COLOR-RESET
                exit paragraph
            end-if
            display ' '
            display "Customer IDNum : " with no advancing
            accept WS-PAY-CLIENTE
            move WS-PAY-CLIENTE to IDNum
            read CustomerFile
                invalid key
                    display COLOR-RED "Customer not on file" COLOR-RESET
                    exit paragraph
            end-read
            display "Customer : " FirstName " " LastName
            perform ListOpenInvoices
            if WS-OPEN-COUNT = zeros
                display "No open invoices for this customer."
                exit paragraph
            end-if
            display "Invoice number : " with no advancing
            accept WS-PAY-FATURA
            move WS-PAY-CLIENTE to CR-CLIENTE
            move WS-PAY-FATURA  to CR-FATURA
            read ReceivFile
                invalid key
                    display COLOR-RED "Invoice not on file for this"
                        " customer" COLOR-RESET
                    exit paragraph
            end-read
            compute WS-SALDO = CR-VALOR-ORIG - CR-VALOR-PAGO
            if WS-SALDO = zeros
                display COLOR-RED "Invoice already settled" COLOR-RESET
                exit paragraph
            end-if
            display "Open balance   : " WS-SALDO
            display "Bank code      : " with no advancing
            accept WS-CQ-BANCO
            display "Cheque number  : " with no advancing
            accept WS-CQ-NUMERO
            display "Issuer         : " with no advancing
            accept WS-CQ-EMITENTE
            display "Cheque amount  : " with no advancing
            accept WS-PAY-VALOR
            display "Good for (YYYYMMDD): " with no advancing
            accept WS-CQ-BOM-PARA
            if WS-CQ-BANCO = zeros or WS-CQ-NUMERO = zeros
                    or WS-PAY-VALOR = zeros
                display COLOR-RED "Bank, number and amount are"
                    " required" COLOR-RESET
                exit paragraph
            end-if
            if WS-PAY-VALOR > WS-SALDO
                display COLOR-RED "Cheque is more than the open"
                    " balance" COLOR-RESET
                exit paragraph
            end-if
            if function test-date-yyyymmdd(WS-CQ-BOM-PARA) not = 0
                    or WS-CQ-BOM-PARA < WS-RUN-DATE
                display COLOR-RED "Good-for date must be today or"
                    " later" COLOR-RESET
                exit paragraph
            end-if
            open i-o ChequeFile
            if CQ-FS = "30" or CQ-FS = "35"
                open output ChequeFile
                close ChequeFile
                open i-o ChequeFile
            end-if
            if CQ-FS not = "00"
                display COLOR-RED "** unable to open CHEQUE.DAT,"
                    " status " CQ-FS COLOR-RESET
                exit paragraph
            end-if
            initialize ChequeData
            move WS-CQ-BANCO    to CQ-BANCO
            move WS-CQ-NUMERO   to CQ-NUMERO
            move WS-CQ-EMITENTE to CQ-EMITENTE
            move WS-PAY-VALOR   to CQ-VALOR
            move WS-CQ-BOM-PARA to CQ-BOM-PARA
            move WS-PAY-CLIENTE to CQ-CLIENTE
            move WS-PAY-FATURA  to CQ-FATURA
            move WS-RUN-DATE    to CQ-RECEBIDO
            move 'C'            to CQ-SITUACAO
            move WS-OPERATOR    to CQ-OPERADOR
            write ChequeData
                invalid key
                    display COLOR-RED "Cheque already in custody"
                        COLOR-RESET
                    close ChequeFile
                    exit paragraph
            end-write
            close ChequeFile
            add WS-PAY-VALOR to CR-VALOR-PAGO
            rewrite ReceivData
                invalid key
                    display COLOR-RED "Receipt not posted"
                        COLOR-RESET
                not invalid key
                    move WS-OPERATOR to WS-PAY-OPER-SALVO
                    move "CHEQUEPRE" to WS-OPERATOR
                    perform WriteCashJournal
                    move WS-PAY-OPER-SALVO to WS-OPERATOR
                    display COLOR-GREEN "Cheque taken into custody,"
                        " good for " WS-CQ-BOM-PARA COLOR-RESET
            end-rewrite.

       PostCreditBalance.
            open i-o CredSaldo
            if CS-FS = "35"
            display COLOR-GREEN "Excess of " WS-EXCESSO
                " held as customer credit" COLOR-RESET.

      *> svcstat reads and may write CONTASREC.DAT itself (the fee
      *> receivable), so the file is closed around the call.
       CheckReactivation.
            close ReceivFile
            move 'P' to SV-MODO
            move WS-PAY-CLIENTE to SV-CLIENTE
            call "svcstat" using WS-SV-AREA
            open i-o ReceivFile
            if CR-FS not = "00"
                display COLOR-RED "** unable to reopen CONTASREC.DAT,"
                    " status " CR-FS COLOR-RESET
                move 'N' to StayOpen
            end-if
            evaluate SV-RESULTADO
                when 'R'
                    display COLOR-GREEN "TELCO service reactivation"
                        " requested, fee invoice " SV-TARIFA-FAT
                        COLOR-RESET
                when 'S'
                    display COLOR-RED "TELCO service stays suspended"
                        " - balance still over the limit" COLOR-RESET
            end-evaluate.

      *> Once caixafecha.cob has written today's close line to
      *> FECHACX.DAT the deposit slip is cut: nothing more may be
      *> posted into the day.
                    read CashJournal into WS-CASH-IN
                        at end move 'Y' to WS-EOF
                        not at end
      *>                    CREDITO lines are ledger credit and
      *>                    CHEQUEPRE/CHEQUEDEV lines cheques in
      *>                    custody, not money in the drawer.
                            if CXI-DATA = WS-RUN-DATE
                                    and CXI-OPERADOR not = "CREDITO"
                                    and CXI-OPERADOR not = "CHEQUEPRE"
                                    and CXI-OPERADOR not = "CHEQUEDEV"
                                add CXI-VALOR to WS-DAY-TOTAL
                            end-if
                    end-read
