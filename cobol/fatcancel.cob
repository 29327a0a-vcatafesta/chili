      *> touched by a supervisor-level operator from OPERADOR.DAT;
      *> every reversal goes through auditlog.cob with before and
      *> after images.
      *> No cancellation or credit is done by one person alone: the
      *> operator's choice (whole invoice, or line and value) goes to
      *> the aprova.cob queue, a different supervisor approves it in
      *> aprovmnt.cob, and the next run on the same invoice carries
      *> out exactly what was approved and closes the request.
      *> Most disputes are one wrong line, not a wrong invoice, so a
      *> single FATURAIT.DAT line - or part of its value - can be
      *> credited instead. The tax on the credited part is worked
      *> out again (the line's ICMS rate, as apuraicms.cob prices
      *> it; pro rata to the invoice's stored tax for SKU 0000
      *> charges), the open balance comes down by the gross credit,
      *> and whatever the customer has already paid beyond the new
      *> balance goes to the CREDSALDO.DAT credit ledger. The
      *> customer's matching D (dispute) note on CONTATO.DAT is
      *> closed - turned to F - with the outcome noted beside it.
      *> Every credit note carries its own number and the invoice
      *> line it credits (00 for a whole-invoice cancellation).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT FaturaItFile ASSIGN TO "FATURAIT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FATIT-CHAVE
                         FILE STATUS  IS FATIT-FS.
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
           SELECT CredNota ASSIGN TO "CREDNOTA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CN-FS.
           SELECT CredSaldo ASSIGN TO "CREDSALDO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CS-CLIENTE
                         FILE STATUS  IS CS-FS.
           SELECT ContatoFile ASSIGN TO "CONTATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CT-CHAVE
                         FILE STATUS  IS CT-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT TaxFile ASSIGN TO "TAXAS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS TX-CATEGORIA
                         FILE STATUS  IS TAX-FS.
       DATA DIVISION.
       FILE SECTION.
       FD FaturaFile.
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

       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
       01 CashRecord       pic x(60).

       FD CredNota.
       01 CredNotaRec      pic x(130).

       FD CredSaldo.
       01 CredSaldoData.
            02 CS-CLIENTE pic 9(08).
            02 CS-SALDO   pic 9(06)V99.

       FD ContatoFile.
       01 ContatoData.
            02 CT-CHAVE.
               03 CT-CLIENTE pic 9(08).
               03 CT-DATA    pic 9(08).
               03 CT-HORA    pic 9(06).
            02 CT-OPERADOR pic x(10).
            02 CT-TIPO     pic x.
            02 CT-NOTA     pic x(60).

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01 PRODUTO.
           05 SKU              PIC 9(04).
           05 NOME             PIC X(30).
           05 VALIDADE.
               10 DIA          PIC 99.
               10 MES          PIC 99.
               10 ANO          PIC 9(04).
           05 VALOR-CUSTO      PIC 9(04)V99.
           05 VALOR-VENDA      PIC 9(04)V99.
           05 QTD-ESTOQUE      PIC 9(04).
           05 FORNECEDOR-COD   PIC 9(03).
           05 CODIGO-BARRA     PIC 9(13).
           05 CATEG-FISCAL     PIC 9(02).

       FD TaxFile.
       01 TaxData.
           05 TX-CATEGORIA pic 9(02).
           05 TX-ALIQUOTA  pic 9V9999.

       WORKING-STORAGE SECTION.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 CR-FS            pic xx.
       01 CX-FS            pic xx.
       01 CN-FS            pic xx.
       01 CS-FS            pic xx.
       01 CT-FS            pic xx.
       01 ESTOQUE-FS       pic xx.
       01 TAX-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-CANCEL-NUM    pic 9(06).
       01 WS-CONFIRM       pic x.
       01 WS-MODO          pic x.
       01 WS-TEM-PAGTO     pic x value 'N'.
       01 WS-TOTAL-GERAL   pic 9(07)V99.
       01 WS-NOTA-PROX     pic 9(06).
       01 WS-LINHA-SEQ     pic 9(02).
       01 WS-LINHA-COUNT   pic 9(02).
       01 WS-JA-CREDITADO  pic 9(07)V99.
       01 WS-JA-IMPOSTO    pic 9(07)V99.
       01 WS-JA-BRUTO      pic 9(07)V99.
       01 WS-DISPONIVEL    pic 9(07)V99.
       01 WS-CRED-VALOR    pic 9(06)V99.
       01 WS-CRED-IMPOSTO  pic 9(06)V99.
       01 WS-CRED-BRUTO    pic 9(07)V99.
       01 WS-ALIQ          pic 9V9999.
       01 WS-ABERTO        pic 9(07)V99.
       01 WS-PARA-SALDO    pic 9(07)V99.
       01 WS-VALOR-ED      pic z,zzz,zz9.99.
       01 WS-NOTA-ED       pic x(06).
       01 WS-DISPUTA-ACHOU pic x.
       01 WS-DISPUTA-CHAVE pic x(22).
       01 WS-DISPUTA-FAT   pic x.
       01 WS-TALLY         pic 9(03).
       01 WS-EXECUTA       pic x value 'N'.

       01 WS-AQ-AREA.
           05 AQ-FUNC       pic x.
           05 AQ-TIPO       pic x(03).
           05 AQ-CHAVE      pic x(20).
           05 AQ-OPERADOR   pic x(10).
           05 AQ-VALOR      pic 9(07)V99.
           05 AQ-DETALHE    pic x(60).
           05 AQ-NUM        pic 9(06).
           05 AQ-SITUACAO   pic x.
           05 AQ-SOLICITANTE pic x(10).
           05 AQ-APROVADOR  pic x(10).
           05 AQ-MOTIVO     pic x(40).
           05 AQ-OK         pic x.
      *> What the request asks for: T whole invoice, or L with the
      *> line and the value (net of tax) to credit on it.
       01 WS-AQ-PEDIDO.
           05 AD-MODO       pic x.
           05 FILLER        pic x(06) value " LINE ".
           05 AD-SEQ        pic 9(02).
           05 FILLER        pic x(07) value " VALUE ".
           05 AD-VALOR      pic 9(06)V99.
           05 FILLER        pic x(06) value " PAID ".
           05 AD-PAGO       pic x.
           05 FILLER        pic x(29) value spaces.

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 CXI-VALOR    pic 9(06)V99.
           05 FILLER       pic x(09).

      *> NT-VALOR is the gross credit (value plus its tax); of it,
      *> NT-IMPOSTO is tax and NT-CREDSALDO went to the credit
      *> ledger instead of off the receivable. Lines written before
      *> the note number existed end after the operator.
       01 WS-NOTA-LINE.
           02 NT-DATA      pic 9(08).
           02 FILLER       pic x(14) value " NOTA CREDITO ".
           02 NT-VALOR     pic 9(07)V99.
           02 FILLER       pic x(05) value " op. ".
           02 NT-OPERADOR  pic x(10).
           02 FILLER       pic x(04) value " nr ".
           02 NT-NUMERO    pic 9(06).
           02 FILLER       pic x(07) value " linha ".
           02 NT-SEQ       pic 9(02).
           02 FILLER       pic x(09) value " imposto ".
           02 NT-IMPOSTO   pic 9(07)V99.
           02 FILLER       pic x(07) value " saldo ".
           02 NT-CREDSALDO pic 9(07)V99.

       01 WS-NOTA-IN       pic x(130).
       01 WS-NOTA-IN-R redefines WS-NOTA-IN.
           02 NI-DATA      pic x(08).
           02 FILLER       pic x(14).
           02 NI-FATURA    pic x(06).
           02 FILLER       pic x(24).
           02 NI-VALOR     pic 9(07)V99.
           02 FILLER       pic x(15).
           02 FILLER       pic x(04).
           02 NI-NUMERO    pic 9(06).
           02 FILLER       pic x(07).
           02 NI-SEQ       pic x(02).
           02 FILLER       pic x(09).
           02 NI-IMPOSTO   pic 9(07)V99.
           02 FILLER       pic x(07).
           02 NI-CREDSALDO pic 9(07)V99.
           02 FILLER       pic x(01).

       PROCEDURE DIVISION.
       001-Main.
            perform CheckPayments
            if WS-TEM-PAGTO = 'Y'
                display "Invoice already has receipts in CAIXA.DAT."
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            perform CheckApproval
            perform SumInvoiceCredits
            if WS-EXECUTA = 'Y'
                move AD-MODO to WS-MODO
            else
                display "T = cancel the whole invoice,"
                    " L = credit one line: " with no advancing
                accept WS-MODO
            end-if
            if WS-JA-BRUTO >= WS-TOTAL-GERAL
                display "Invoice already fully credited."
                move "INVOICE ALREADY FULLY CREDITED" to AQ-MOTIVO
                perform AbandonRequest
                perform CloseFiles
                stop run
            end-if
            if WS-MODO = 'L' or WS-MODO = 'l'
                perform CreditLine
                perform CloseFiles
                stop run
            end-if
            if WS-EXECUTA = 'N'
                compute WS-CRED-BRUTO = WS-TOTAL-GERAL - WS-JA-BRUTO
                display "Submit cancellation for approval (Y/N): "
                    with no advancing
                accept WS-CONFIRM
                if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y'
                    move 'T' to AD-MODO
                    move zeros to AD-SEQ AD-VALOR
                    perform SubmitRequest
                else
                    display "Cancellation abandoned."
                end-if
                perform CloseFiles
                stop run
            end-if
            perform NextNoteNumber
            compute WS-CRED-BRUTO = WS-TOTAL-GERAL - WS-JA-BRUTO
            if FAT-IMPOSTO > WS-JA-IMPOSTO
                compute WS-CRED-IMPOSTO = FAT-IMPOSTO - WS-JA-IMPOSTO
            else
                move zeros to WS-CRED-IMPOSTO
            end-if
            move zeros to WS-LINHA-SEQ WS-PARA-SALDO
            perform WriteCreditNote
            perform ReverseReceivable
            perform CloseRequest
            perform CloseFiles
            display "Invoice " WS-CANCEL-NUM " cancelled, credit note "
                WS-NOTA-PROX "."
            stop run.

      *> An approved request for this invoice is carried out now; one
      *> still waiting stops the run; anything else (none yet, or the
      *> last one rejected or done) lets the operator ask again.
       CheckApproval.
            move 'C'           to AQ-FUNC
            move "FAT"         to AQ-TIPO
            move spaces        to AQ-CHAVE
            move WS-CANCEL-NUM to AQ-CHAVE (1:6)
            move SG-OPERATOR   to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            evaluate AQ-SITUACAO
                when 'A'
                    move AQ-DETALHE to WS-AQ-PEDIDO
                    move 'Y' to WS-EXECUTA
                    display "Request " AQ-NUM " by " AQ-SOLICITANTE
                        " approved by " AQ-APROVADOR " - carrying it out"
                when 'P'
                    display "Request " AQ-NUM " for this invoice is"
                        " still waiting for approval."
                    perform CloseFiles
                    stop run
                when 'R'
                    display "Last request " AQ-NUM " was rejected: "
                        AQ-MOTIVO
            end-evaluate.

       SubmitRequest.
            move 'S'           to AQ-FUNC
            move "FAT"         to AQ-TIPO
            move spaces        to AQ-CHAVE
            move WS-CANCEL-NUM to AQ-CHAVE (1:6)
            move SG-OPERATOR   to AQ-OPERADOR
            move WS-CRED-BRUTO to AQ-VALOR
            move WS-TEM-PAGTO  to AD-PAGO
            move WS-AQ-PEDIDO  to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "Request " AQ-NUM " queued - a supervisor other"
                    " than you approves it in aprovmnt."
            else
                display "** request not queued (request " AQ-NUM
                    " already open)"
            end-if.

       CloseRequest.
            if WS-EXECUTA = 'Y'
                move 'X' to AQ-FUNC
                move SG-OPERATOR to AQ-OPERADOR
                call "aprova" using WS-AQ-AREA
            end-if.

      *> An approved request whose operation no longer fits the
      *> invoice is closed with the reason in AQ-MOTIVO, so it is not
      *> left open to be carried out again.
       AbandonRequest.
            if WS-EXECUTA = 'Y'
                perform CloseRequest
                display "Request " AQ-NUM " closed without effect: "
                    AQ-MOTIVO
            end-if.

      *> A receipt on the cancelled invoice means money already moved:
      *> the journal is scanned for any CAIXA.DAT line carrying this
      *> cliente+fatura pair.
            end-perform
            close CashJournal.

      *> Credits already issued against this invoice, so a whole
      *> cancellation afterwards only reverses what is left and a
      *> fully credited invoice takes no more line credits. Notes
      *> written before the tax field existed count at their value.
       SumInvoiceCredits.
            move zeros to WS-JA-BRUTO WS-JA-IMPOSTO
            move 'N' to WS-EOF
            open input CredNota
            if CN-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read CredNota into WS-NOTA-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        if NI-FATURA = FAT-NUM
                                and NI-VALOR numeric
                            add NI-VALOR to WS-JA-BRUTO
                            if NI-IMPOSTO numeric
                                add NI-IMPOSTO to WS-JA-IMPOSTO
                            end-if
                        end-if
                end-read
            end-perform
            close CredNota.

      *> Highest note number on file plus one; old lines without a
      *> number are skipped.
       NextNoteNumber.
            move zeros to WS-NOTA-PROX
            move 'N' to WS-EOF
            open input CredNota
            if CN-FS = "00"
                perform until WS-EOF = 'Y'
                    read CredNota into WS-NOTA-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if NI-NUMERO numeric
                                    and NI-NUMERO > WS-NOTA-PROX
                                move NI-NUMERO to WS-NOTA-PROX
                            end-if
                    end-read
                end-perform
                close CredNota
            end-if
            add 1 to WS-NOTA-PROX.

       CreditLine.
            open input FaturaItFile
            if FATIT-FS not = "00"
                display "** ERROR ** unable to open FATURAIT.DAT, status "
                    FATIT-FS
                exit paragraph
            end-if
            perform ListLines
            if WS-LINHA-COUNT = zeros
                display "Invoice has no lines on FATURAIT.DAT."
                close FaturaItFile
                move "INVOICE HAS NO LINES" to AQ-MOTIVO
                perform AbandonRequest
                exit paragraph
            end-if
            if WS-EXECUTA = 'Y'
                move AD-SEQ to WS-LINHA-SEQ
            else
                display "Line to credit : " with no advancing
                accept WS-LINHA-SEQ
            end-if
            move FAT-NUM      to FATIT-NUM
            move WS-LINHA-SEQ to FATIT-SEQ
            read FaturaItFile
                invalid key
                    display "Line not on this invoice."
                    close FaturaItFile
                    move "LINE NOT ON THIS INVOICE" to AQ-MOTIVO
                    perform AbandonRequest
                    exit paragraph
            end-read
            close FaturaItFile
            perform SumLineCredits
            if WS-JA-CREDITADO >= FATIT-VALOR
                display "Line already fully credited."
                move "LINE ALREADY FULLY CREDITED" to AQ-MOTIVO
                perform AbandonRequest
                exit paragraph
            end-if
            compute WS-DISPONIVEL = FATIT-VALOR - WS-JA-CREDITADO
            move WS-DISPONIVEL to WS-VALOR-ED
            display "Open to credit on this line: " WS-VALOR-ED
            if WS-EXECUTA = 'Y'
                move AD-VALOR to WS-CRED-VALOR
            else
                display "Value to credit (0 = all of it): "
                    with no advancing
                accept WS-CRED-VALOR
            end-if
            if WS-CRED-VALOR = zeros
                move WS-DISPONIVEL to WS-CRED-VALOR
            end-if
            if WS-CRED-VALOR > WS-DISPONIVEL
                display "More than is open on the line - nothing done."
                move "MORE THAN IS OPEN ON THE LINE" to AQ-MOTIVO
                perform AbandonRequest
                exit paragraph
            end-if
            perform LineCreditTax
            compute WS-CRED-BRUTO = WS-CRED-VALOR + WS-CRED-IMPOSTO
            move WS-CRED-VALOR to WS-VALOR-ED
            display "Credit value : " WS-VALOR-ED
            move WS-CRED-IMPOSTO to WS-VALOR-ED
            display "Tax credited : " WS-VALOR-ED
            move WS-CRED-BRUTO to WS-VALOR-ED
            display "Total credit : " WS-VALOR-ED
            if WS-EXECUTA = 'N'
                display "Submit credit for approval (Y/N): "
                    with no advancing
                accept WS-CONFIRM
                if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y'
                    move 'L' to AD-MODO
                    move WS-LINHA-SEQ  to AD-SEQ
                    move WS-CRED-VALOR to AD-VALOR
                    perform SubmitRequest
                else
                    display "Credit abandoned."
                end-if
                exit paragraph
            end-if
            perform NextNoteNumber
            perform ReduceReceivable
            if WS-PARA-SALDO > zeros
                perform PostCreditBalance
            end-if
            perform WriteCreditNote
            perform CloseRequest
            perform CloseDispute
            display "Credit note " WS-NOTA-PROX " issued on invoice "
                FAT-NUM " line " WS-LINHA-SEQ "."
            if WS-PARA-SALDO > zeros
                move WS-PARA-SALDO to WS-VALOR-ED
                display "  " WS-VALOR-ED " already paid held as"
                    " customer credit."
            end-if.

       ListLines.
            move zeros to WS-LINHA-COUNT
            move 'N' to WS-EOF
            move FAT-NUM to FATIT-NUM
            move zeros   to FATIT-SEQ
            start FaturaItFile key is >= FATIT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            display "LN SKU  DESCRICAO                      VALOR"
            perform until WS-EOF = 'Y'
                read FaturaItFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if FATIT-NUM not = FAT-NUM
                        move 'Y' to WS-EOF
                    else
                        add 1 to WS-LINHA-COUNT
                        move FATIT-VALOR to WS-VALOR-ED
                        display FATIT-SEQ " " FATIT-SKU " " FATIT-NOTA
                            " " WS-VALOR-ED
                    end-if
                end-if
            end-perform.

      *> Value (net of tax) already credited on this same line.
       SumLineCredits.
            move zeros to WS-JA-CREDITADO
            move 'N' to WS-EOF
            open input CredNota
            if CN-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read CredNota into WS-NOTA-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        if NI-FATURA = FAT-NUM
                                and NI-SEQ = FATIT-SEQ
                                and NI-VALOR numeric
                                and NI-IMPOSTO numeric
                            add NI-VALOR to WS-JA-CREDITADO
                            subtract NI-IMPOSTO from WS-JA-CREDITADO
                        end-if
                end-read
            end-perform
            close CredNota.

      *> A catalogue line is taxed at its category's TAXAS.DAT rate,
      *> the way apuraicms.cob recomputes it; a SKU 0000 charge has
      *> no category, so it takes the invoice's own stored tax in
      *> proportion.
       LineCreditTax.
            move zeros to WS-CRED-IMPOSTO
            if FATIT-SKU = zeros
                if FAT-TOTAL > zeros
                    compute WS-CRED-IMPOSTO rounded =
                        WS-CRED-VALOR * FAT-IMPOSTO / FAT-TOTAL
                end-if
                exit paragraph
            end-if
            move zeros to WS-ALIQ
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                exit paragraph
            end-if
            move FATIT-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    move zeros to CATEG-FISCAL
            end-read
            close ARQUIVO-ESTOQUE
            open input TaxFile
            if TAX-FS = "00"
                move CATEG-FISCAL to TX-CATEGORIA
                read TaxFile
                    invalid key continue
                    not invalid key move TX-ALIQUOTA to WS-ALIQ
                end-read
                close TaxFile
            end-if
            compute WS-CRED-IMPOSTO rounded = WS-CRED-VALOR * WS-ALIQ.

      *> The gross credit comes off what is still open; the rest of
      *> it was money already received and is owed back to the
      *> customer as credit.
       ReduceReceivable.
            move zeros to WS-PARA-SALDO
            move FAT-CLIENTE to CR-CLIENTE
            move FAT-NUM     to CR-FATURA
            read ReceivFile
                invalid key
                    display "** no receivable on file for this"
                        " invoice - whole credit held as customer credit"
                    move WS-CRED-BRUTO to WS-PARA-SALDO
                    exit paragraph
            end-read
            compute WS-ABERTO = CR-VALOR-ORIG - CR-VALOR-PAGO
            move ReceivData to AU-BEFORE
            if WS-CRED-BRUTO <= WS-ABERTO
                subtract WS-CRED-BRUTO from CR-VALOR-ORIG
            else
                compute WS-PARA-SALDO = WS-CRED-BRUTO - WS-ABERTO
                move CR-VALOR-PAGO to CR-VALOR-ORIG
            end-if
            rewrite ReceivData
                invalid key
                    display "** unable to update receivable, status "
                        CR-FS
                not invalid key
                    move "CONTASREC"    to AU-FILE
                    move CR-CHAVE       to AU-KEY
                    move SG-OPERATOR    to AU-OPERATOR
                    move "UPD"          to AU-ACTION
                    move ReceivData     to AU-AFTER
                    call "auditlog" using WS-AU-AREA
            end-rewrite.

      *> Same ledger pagamento.cob keeps overpayments on;
      *> contratfat.cob applies it to the next invoice.
       PostCreditBalance.
            open i-o CredSaldo
            if CS-FS = "35"
                open output CredSaldo
                close CredSaldo
                open i-o CredSaldo
            end-if
            if CS-FS not = "00"
                display "** unable to open CREDSALDO.DAT, customer"
                    " credit NOT recorded, status " CS-FS
                exit paragraph
            end-if
            move FAT-CLIENTE to CS-CLIENTE
            read CredSaldo
                invalid key
                    move spaces to AU-BEFORE
                    move FAT-CLIENTE   to CS-CLIENTE
                    move WS-PARA-SALDO to CS-SALDO
                    write CredSaldoData
                    end-write
                    move "ADD" to AU-ACTION
                not invalid key
                    move CredSaldoData to AU-BEFORE
                    add WS-PARA-SALDO to CS-SALDO
                    rewrite CredSaldoData
                    end-rewrite
                    move "UPD" to AU-ACTION
            end-read
            move "CREDSALDO"   to AU-FILE
            move CS-CLIENTE    to AU-KEY
            move SG-OPERATOR   to AU-OPERATOR
            move CredSaldoData to AU-AFTER
            call "auditlog" using WS-AU-AREA
            close CredSaldo.

       WriteCreditNote.
            move WS-RUN-DATE   to NT-DATA
            move FAT-NUM       to NT-FATURA
            move FAT-CLIENTE   to NT-CLIENTE
            move WS-CRED-BRUTO to NT-VALOR
            move SG-OPERATOR   to NT-OPERADOR
            move WS-NOTA-PROX  to NT-NUMERO
            move WS-LINHA-SEQ  to NT-SEQ
            move WS-CRED-IMPOSTO to NT-IMPOSTO
            move WS-PARA-SALDO to NT-CREDSALDO
            open extend CredNota
            if CN-FS = "35"
                close CredNota
            write CredNotaRec from WS-NOTA-LINE
            close CredNota.

      *> The dispute is the customer's open D note naming this
      *> invoice number, or failing that their latest open D note;
      *> the operator confirms before it is closed to F, and the
      *> outcome goes in as an F note of its own.
       CloseDispute.
            open i-o ContatoFile
            if CT-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-DISPUTA-ACHOU WS-DISPUTA-FAT
            move WS-CANCEL-NUM to WS-NOTA-ED
            move 'N' to WS-EOF
            move FAT-CLIENTE to CT-CLIENTE
            move zeros to CT-DATA CT-HORA
            start ContatoFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ContatoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CT-CLIENTE not = FAT-CLIENTE
                        move 'Y' to WS-EOF
                    else
                        if CT-TIPO = 'D'
                            perform PickDispute
                        end-if
                    end-if
                end-if
            end-perform
            if WS-DISPUTA-ACHOU = 'N'
                close ContatoFile
                exit paragraph
            end-if
            move WS-DISPUTA-CHAVE to CT-CHAVE
            read ContatoFile
                invalid key
                    close ContatoFile
                    exit paragraph
            end-read
            display "Open dispute " CT-DATA ": " CT-NOTA
            display "Close this dispute (Y/N): " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
                close ContatoFile
                exit paragraph
            end-if
            move 'F' to CT-TIPO
            rewrite ContatoData
                invalid key
                    display "** unable to close dispute note"
            end-rewrite
            move FAT-CLIENTE to CT-CLIENTE
            move WS-RUN-DATE to CT-DATA
            accept WS-RUN-TIME from time
            move WS-RUN-HHMMSS to CT-HORA
            move SG-OPERATOR to CT-OPERADOR
            move 'F' to CT-TIPO
            move WS-CRED-BRUTO to WS-VALOR-ED
            move spaces to CT-NOTA
            string "DISPUTA FAT " FAT-NUM " LN " WS-LINHA-SEQ
                " CREDITADA NC " WS-NOTA-PROX " " WS-VALOR-ED
                delimited by size into CT-NOTA
            end-string
            write ContatoData
                invalid key
                    display "** unable to write dispute outcome note"
            end-write
            close ContatoFile.

      *> Read in key order, so the last match kept is the latest; a
      *> note naming the invoice beats one that does not.
       PickDispute.
            move zeros to WS-TALLY
            inspect CT-NOTA tallying WS-TALLY for all WS-NOTA-ED
            if WS-TALLY > zeros
                move 'Y' to WS-DISPUTA-FAT
                move 'Y' to WS-DISPUTA-ACHOU
                move CT-CHAVE to WS-DISPUTA-CHAVE
            else
                if WS-DISPUTA-FAT = 'N'
                    move 'Y' to WS-DISPUTA-ACHOU
                    move CT-CHAVE to WS-DISPUTA-CHAVE
                end-if
            end-if.

      *> The receivable is closed by lowering the original value to
      *> what was actually paid: the open balance goes to zero, the
      *> receipts already in CAIXA.DAT stay provable against
