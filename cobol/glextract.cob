      *> account-code table in CONTAS.TAB (cash, receivables, sales,
      *> tax payable, inventory and its loss, salary expense,
      *> withholdings; sensible defaults when the table is absent).
      *> Supplier payments the bank confirmed (PAGOS.DAT, posted by
      *> pagret.cob) settle supplier payables against cash; debit
      *> notes for goods sent back to a supplier (DEBFORN.DAT, from
      *> bolinho.cob) reduce supplier payables against inventory.
      *> BOLINHO card sales (tender C on VENDHIST.DAT) open a
      *> receivable from the card acquirer against sales; the
      *> acquirer's settlements (CARTAOLIQ.DAT, posted by
      *> cartaoconc.cob) clear it against cash and the card-fee
      *> (MDR) expense on the day the money arrives. A gift voucher
      *> sold on card or staff account (VH-DEV VPR) is credited to
      *> the VALES liability instead of sales.
      *> Staff purchases at the till (tender E) open a receivable
      *> from the employee against sales; the month's payroll
      *> deduction (FL-DESCONTOS) clears it out of net pay.
      *> Salario-familia paid with the payroll (FL-SALFAM) is not
      *> salary expense: the company recovers it from the INSS it
      *> owes, so it is debited to withholdings.
      *> The employer's charges on the same payroll (FGTS, employer
      *> INSS, RAT and third parties - FL-FGTS, FL-INSS-EMP,
      *> FL-RAT-TERC) are booked as payroll-charge expense against
      *> charges payable.
      *> Salary and charge expense is split by the employee's cost
      *> center (FL-CCUSTO on the FOLHALIQ.DAT line): CCUSTO.TAB
      *> gives each center its own expense accounts, and a line
      *> with no center, or a center the table does not know, goes
      *> to the SALARIOS/ENCARGOS defaults.
      *> Payroll-deducted loan installments (FL-CONSIG) are owed
      *> to the lending bank, so they go to loans payable until
      *> the bank is paid.
      *> Post-dated cheques taken in payment (CHEQUEPRE journal
      *> lines) move the receivable to cheques in custody; the day
      *> chequecust.cob deposits them (CHEQUE.DAT) they become cash,
      *> and a cheque the bank returns (CHEQUEDEV) puts the
      *> receivable back against cash.
      *> Receivables perdarec.cob wrote off that day (PERDAMOV.DAT,
      *> B lines) go to bad-debt expense against receivables; money
      *> pagamento.cob later takes on one (R lines) came in through
      *> CAIXA.DAT as a receipt against receivables, so the R line
      *> puts it back to receivables against bad-debt recovery.
      *> The batch is built in memory first and is only written to
      *> the dated GLEXT<date>.TXT interface file, with its control
      *> trailer, if debits equal credits; a batch that does not
      *> balance is refused with a non-zero code. glpost.cob posts
      *> the file, once, into the monthly ledger balances.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BaixaFile ASSIGN TO "BAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS BAIXA-FS.
           SELECT PerdaMov ASSIGN TO "PERDAMOV.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PM-FS.
           SELECT CredNota ASSIGN TO "CREDNOTA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CN-FS.
           SELECT LiquidoFile ASSIGN TO "FOLHALIQ.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS LIQ-FS.
           SELECT PagosFile ASSIGN TO "PAGOS.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PG-FS.
           SELECT DebitNoteFile ASSIGN TO "DEBFORN.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DN-NUM
                         FILE STATUS  IS DN-FS.
           SELECT ARQUIVO-VENDHIST ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS VH-CHAVE
                         ALTERNATE RECORD KEY IS VH-SKU
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-OPERADOR
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-CUPOM
                             WITH DUPLICATES
                         FILE STATUS  IS VH-FS.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT CardLiqFile ASSIGN TO "CARTAOLIQ.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CL-FS.
           SELECT ContasTab ASSIGN TO "CONTAS.TAB"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CTA-FS.
           SELECT CcustoTab ASSIGN TO "CCUSTO.TAB"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CCU-FS.
           SELECT GlFile ASSIGN TO WS-GL-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS GL-FS.
       FD BaixaFile.
       01 BaixaRec         pic x(80).

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

       FD CredNota.
       01 CredNotaRec      pic x(130).

       FD LiquidoFile.
       01 LiquidoReg.
           05 FL-BRUTO          pic 9(06)V99.
           05 FL-INSS           pic 9(06)V99.
           05 FL-IRRF           pic 9(06)V99.
           05 FL-DESCONTOS      pic 9(06)V99.
           05 FL-SALFAM         pic 9(06)V99.
           05 FL-FGTS           pic 9(06)V99.
           05 FL-INSS-EMP       pic 9(06)V99.
           05 FL-RAT-TERC       pic 9(06)V99.
           05 FL-CONSIG         pic 9(06)V99.
           05 FL-CCUSTO         pic x(04).

       FD PagosFile.
       01 PagosRec.
           05 PG-DATA      pic 9(08).
           05 FILLER       pic x.
           05 PG-FORN      pic 9(03).
           05 FILLER       pic x.
           05 PG-NOTA      pic 9(09).
           05 FILLER       pic x.
           05 PG-VALOR     pic 9(07)V99.
           05 FILLER       pic x(08).

       FD DebitNoteFile.
       01 DebitNoteData.
           05 DN-NUM       pic 9(06).
           05 DN-FORN      pic 9(03).
           05 DN-DATA      pic 9(08).
           05 DN-SKU       pic 9(04).
           05 DN-LOTE      pic 9(04).
           05 DN-QTD       pic 9(04).
           05 DN-CUSTO     pic 9(04)V99.
           05 DN-VALOR     pic 9(07)V99.
           05 DN-ABATIDO   pic 9(07)V99.
           05 DN-LOJA      pic 9(02).
           05 DN-MOTIVO    pic x(30).
           05 DN-OPERADOR  pic x(10).

       FD ARQUIVO-VENDHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 VENDA-HIST.
           05 VH-CHAVE.
               10 VH-DATA      PIC 9(08).
               10 VH-SEQ       PIC 9(06).
           05 VH-SKU           PIC 9(04).
           05 VH-QTD           PIC 9(04).
           05 VH-VALOR         PIC 9(04)V99.
           05 VH-OPERADOR      PIC X(10).
           05 VH-LOJA          PIC 9(02).
           05 VH-PROMO-TIPO    PIC X(01).
           05 VH-PROMO-COD     PIC 9(04).
           05 VH-TENDER        PIC X(01).
           05 VH-DEV           PIC X(03).
           05 VH-LOTE          PIC 9(04).
           05 VH-CUPOM         PIC 9(06).

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

       FD CardLiqFile.
       01 CardLiqRec.
           05 CL-DATA-PAGTO pic 9(08).
           05 FILLER        pic x.
           05 CL-DATA-VENDA pic 9(08).
           05 FILLER        pic x.
           05 CL-VALOR      pic 9(07)V99.
           05 FILLER        pic x.
           05 CL-TAXA       pic 9(05)V99.
           05 FILLER        pic x.
           05 CL-LIQUIDO    pic 9(07)V99.
           05 FILLER        pic x(15).

       FD ContasTab.
       01 ContaRec.
           05 FILLER       pic x.
           05 CT-USO       pic x(12).

      *> Cost centers as FOLHATAB keeps them; account 0000 means
      *> the default payroll account.
       FD CcustoTab.
       01 CcustoRec.
           05 CC-CODIGO    pic x(04).
           05 FILLER       pic x.
           05 CC-NOME      pic x(20).
           05 FILLER       pic x.
           05 CC-CTA-SAL   pic 9(04).
           05 FILLER       pic x.
           05 CC-CTA-ENC   pic 9(04).

       FD GlFile.
       01 GlRec            pic x(60).

       01 CX-FS            pic xx.
       01 FAT-FS           pic xx.
       01 BAIXA-FS         pic xx.
       01 PM-FS            pic xx.
       01 CN-FS            pic xx.
       01 LIQ-FS           pic xx.
       01 PG-FS            pic xx.
       01 DN-FS            pic xx.
       01 VH-FS            pic xx.
       01 CL-FS            pic xx.
       01 CQ-FS            pic xx.
       01 CTA-FS           pic xx.
       01 CCU-FS           pic xx.
       01 GL-FS            pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-TOT-VENDAS    pic 9(10)V99 value zeros.
       01 WS-TOT-IMPOSTO   pic 9(10)V99 value zeros.
       01 WS-TOT-BAIXA     pic 9(10)V99 value zeros.
       01 WS-TOT-PERDACLI  pic 9(10)V99 value zeros.
       01 WS-TOT-RECUPERA  pic 9(10)V99 value zeros.
       01 WS-TOT-NC-VENDAS pic 9(10)V99 value zeros.
       01 WS-TOT-NC-IMPOSTO pic 9(10)V99 value zeros.
       01 WS-TOT-NC-REC    pic 9(10)V99 value zeros.
       01 WS-TOT-NC-CRED   pic 9(10)V99 value zeros.
       01 WS-TOT-BRUTO     pic 9(10)V99 value zeros.
       01 WS-TOT-RETIDO    pic 9(10)V99 value zeros.
       01 WS-TOT-LIQUIDO   pic 9(10)V99 value zeros.
       01 WS-TOT-PAG-FORN  pic 9(10)V99 value zeros.
       01 WS-TOT-DEV-FORN  pic 9(10)V99 value zeros.
       01 WS-TOT-CARTAO    pic s9(10)V99 value zeros.
       01 WS-TOT-FUNC      pic s9(10)V99 value zeros.
       01 WS-TOT-VALE-CARTAO pic s9(10)V99 value zeros.
       01 WS-TOT-VALE-FUNC pic s9(10)V99 value zeros.
       01 WS-TOT-DESC-FOLHA pic 9(10)V99 value zeros.
       01 WS-TOT-SALFAM    pic 9(10)V99 value zeros.
       01 WS-TOT-ENCARGOS  pic 9(10)V99 value zeros.
       01 WS-TOT-CONSIG    pic 9(10)V99 value zeros.
       01 WS-TOT-CHQ-CUST  pic 9(10)V99 value zeros.
       01 WS-TOT-CHQ-DEP   pic 9(10)V99 value zeros.
       01 WS-TOT-CHQ-DEV   pic 9(10)V99 value zeros.
       01 WS-TOT-LIQ-BRUTO pic 9(10)V99 value zeros.
       01 WS-TOT-LIQ-TAXA  pic 9(10)V99 value zeros.
       01 WS-TOT-LIQ-NET   pic 9(10)V99 value zeros.
       01 WS-TOT-DEBITO    pic 9(12)V99 value zeros.
       01 WS-TOT-CREDITO   pic 9(12)V99 value zeros.

      *> The chart: fixed slots the mapping writes against; the
      *> codes can be re-pointed by CONTAS.TAB rows whose second
      *> field names the slot (CAIXA, RECEBIVEIS, VENDAS, IMPOSTO,
      *> PERDA, ESTOQUE, SALARIOS, RETENCOES, CREDCLI, PREPAGO,
      *> FORNECEDORES, ADQUIRENTE, TAXACARTAO, CHEQUES,
      *> FUNCIONARIOS, PERDACLI, RECUPERA, VALES).
       01 WS-CONTAS.
           05 CTA-CAIXA        pic 9(04) value 1001.
           05 CTA-RECEBIVEIS   pic 9(04) value 1101.
           05 CTA-ADQUIRENTE   pic 9(04) value 1102.
           05 CTA-CHEQUES      pic 9(04) value 1103.
           05 CTA-FUNCIONARIOS pic 9(04) value 1104.
           05 CTA-ESTOQUE      pic 9(04) value 1201.
           05 CTA-FORNECEDORES pic 9(04) value 2001.
           05 CTA-IMPOSTO      pic 9(04) value 2101.
           05 CTA-RETENCOES    pic 9(04) value 2201.
           05 CTA-ENCARGOSREC  pic 9(04) value 2202.
           05 CTA-CONSIGNADO   pic 9(04) value 2203.
           05 CTA-CREDCLI      pic 9(04) value 2401.
           05 CTA-PREPAGO      pic 9(04) value 2402.
           05 CTA-VALES        pic 9(04) value 2403.
           05 CTA-VENDAS       pic 9(04) value 3001.
           05 CTA-RECUPERA     pic 9(04) value 3101.
           05 CTA-PERDA        pic 9(04) value 5001.
           05 CTA-SALARIOS     pic 9(04) value 5101.
           05 CTA-ENCARGOS     pic 9(04) value 5102.
           05 CTA-TAXACARTAO   pic 9(04) value 5201.
           05 CTA-PERDACLI     pic 9(04) value 5301.

      *> Payroll by cost center; slot 1 is the catch-all for lines
      *> with no center or an unknown one.
       01 WS-CC-QTD        pic 9(02) value 1.
       01 WS-CC-IDX        pic 9(02).
       01 WS-CC-ACHOU      pic 9(02).
       01 WS-CC-TAB.
           02 WS-CC-ITEM occurs 40 times.
               05 WS-CC-COD      pic x(04) value spaces.
               05 WS-CC-CTA-SAL  pic 9(04) value zeros.
               05 WS-CC-CTA-ENC  pic 9(04) value zeros.
               05 WS-CC-BRUTO    pic 9(10)V99 value zeros.
               05 WS-CC-ENC      pic 9(10)V99 value zeros.

       01 WS-GL-TOTAL      pic 9(03) value zeros.
       01 WS-GL-TAB.
           02 WS-GL-ITEM occurs 99 times.
               05 GL-CONTA  pic 9(04).
               05 GL-DC     pic x.
               05 GL-VALOR  pic 9(10)V99.
               05 GL-ORIGEM pic x(20).
      *> Next journal line, built here and stored by AddLine.
       01 WS-GL-NOVA.
           05 GN-CONTA      pic 9(04).
           05 GN-DC         pic x.
           05 GN-VALOR      pic 9(10)V99.
           05 GN-ORIGEM     pic x(20).
       01 WS-GN-VALOR-ED   pic z,zzz,zzz,zz9.99.
       01 WS-GL-RECUSADAS  pic 9(03) value zeros.

       01 WS-CASH-IN       pic x(60).
       01 WS-CASH-IN-R redefines WS-CASH-IN.
           05 CXI-VALOR    pic 9(06)V99.
           05 FILLER       pic x(09).

      *> A credit-note line as fatcancel.cob writes it; older lines
      *> stop after the operator and leave the tail blank.
       01 WS-NC-IN         pic x(130).
       01 WS-NC-IN-R redefines WS-NC-IN.
           05 NCI-DATA     pic x(08).
           05 FILLER       pic x(14).
           05 NCI-FATURA   pic x(06).
           05 FILLER       pic x(24).
           05 NCI-VALOR    pic x(09).
           05 FILLER       pic x(15).
           05 FILLER       pic x(17).
           05 NCI-SEQ      pic x(02).
           05 FILLER       pic x(09).
           05 NCI-IMPOSTO  pic 9(07)V99.
           05 FILLER       pic x(07).
           05 NCI-CREDSALDO pic 9(07)V99.
           05 FILLER       pic x(02).

       01 WS-BX-IN         pic x(80).
       01 WS-BX-IN-R redefines WS-BX-IN.
                move 'Y' to WS-MES-FIM
            end-if
            perform LoadChart
            perform LoadCostCenters
            perform SumReceipts
            perform SumInvoices
            perform SumWriteOffs
            perform SumBadDebts
            perform SumCredNotas
            perform SumSupplierPayments
            perform SumDebitNotes
            perform SumCardSales
            perform SumCardSettlements
            perform SumChequeDeposits
            if WS-MES-FIM = 'Y'
                perform SumPayroll
            end-if
                    add GL-VALOR (WS-IDX) to WS-TOT-CREDITO
                end-if
            end-perform
            if WS-GL-RECUSADAS > zeros
                display "** BATCH INCOMPLETE - JOURNAL TABLE FULL **"
                display "  journal lines : " WS-GL-TOTAL
                display "  rejected      : " WS-GL-RECUSADAS
                move 8 to return-code
                stop run
            end-if
            if WS-TOT-DEBITO not = WS-TOT-CREDITO
      *>        An unbalanced batch never leaves the program: the
      *>        accountant gets a refusal, not crooked books.
            perform WriteBatch
            display "GL extract for " WS-RUN-DATE
            display "  journal lines : " WS-GL-TOTAL
            display "  rejected      : " WS-GL-RECUSADAS
            display "  debits        : " WS-TOT-DEBITO
            display "  credits       : " WS-TOT-CREDITO
            display "  file          : " WS-GL-FILENAME
                                move CT-CODIGO to CTA-PERDA
                            when "SALARIOS    "
                                move CT-CODIGO to CTA-SALARIOS
                            when "FORNECEDORES"
                                move CT-CODIGO to CTA-FORNECEDORES
                            when "ADQUIRENTE  "
                                move CT-CODIGO to CTA-ADQUIRENTE
                            when "TAXACARTAO  "
                                move CT-CODIGO to CTA-TAXACARTAO
                            when "CHEQUES     "
                                move CT-CODIGO to CTA-CHEQUES
                            when "FUNCIONARIOS"
                                move CT-CODIGO to CTA-FUNCIONARIOS
                            when "ENCARGOS    "
                                move CT-CODIGO to CTA-ENCARGOS
                            when "ENCARGOSREC "
                                move CT-CODIGO to CTA-ENCARGOSREC
                            when "CONSIGNADO  "
                                move CT-CODIGO to CTA-CONSIGNADO
                            when "PERDACLI    "
                                move CT-CODIGO to CTA-PERDACLI
                            when "RECUPERA    "
                                move CT-CODIGO to CTA-RECUPERA
                            when "VALES       "
                                move CT-CODIGO to CTA-VALES
                        end-evaluate
                end-read
            end-perform
            close ContasTab.

       LoadCostCenters.
            move 'N' to WS-EOF
            open input CcustoTab
            if CCU-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read CcustoTab
                    at end move 'Y' to WS-EOF
                    not at end
                        if CC-CODIGO not = spaces and WS-CC-QTD < 40
                            add 1 to WS-CC-QTD
                            move CC-CODIGO  to WS-CC-COD (WS-CC-QTD)
                            move CC-CTA-SAL to WS-CC-CTA-SAL (WS-CC-QTD)
                            move CC-CTA-ENC to WS-CC-CTA-ENC (WS-CC-QTD)
                        end-if
                end-read
            end-perform
            close CcustoTab.

      *> Not every journal line settles a receivable: fatura 000000
      *> is overpayment excess held on CREDSALDO.DAT, fatura 999999
      *> is a TELCO prepaid top-up (both real drawer cash against a
                                when CXI-OPERADOR = "CREDITO"
                                    add CXI-VALOR
                                        to WS-TOT-CRED-APL
                                when CXI-OPERADOR = "CHEQUEPRE"
                                    add CXI-VALOR
                                        to WS-TOT-CHQ-CUST
                                when CXI-OPERADOR = "CHEQUEDEV"
                                    add CXI-VALOR
                                        to WS-TOT-CHQ-DEV
                                when CXI-FATURA = zeros
                                    add CXI-VALOR
                                        to WS-TOT-EXCESSO
            end-perform
            close BaixaFile.

       SumBadDebts.
            move 'N' to WS-EOF
            open input PerdaMov
            if PM-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read PerdaMov
                    at end move 'Y' to WS-EOF
                    not at end
                        if PM-DATA = WS-RUN-DATE and PM-VALOR numeric
                            evaluate PM-TIPO
                                when 'B' add PM-VALOR to WS-TOT-PERDACLI
                                when 'R' add PM-VALOR to WS-TOT-RECUPERA
                            end-evaluate
                        end-if
                end-read
            end-perform
            close PerdaMov.

      *> The day's fatcancel.cob credit notes reverse the revenue
      *> the cancelled invoice posted on its day: the sales/tax
      *> split comes from the FATURA.DAT header (still on file -
      *> cancellation closes only the receivable), with the whole
      *> note falling to sales if the header is gone.
      *> Numbered notes (line credits, and cancellations since) carry
      *> their own tax split, and the part that went to the
      *> CREDSALDO.DAT ledger because the invoice was already paid
      *> is credited to customer credit instead of receivables.
       SumCredNotas.
            move 'N' to WS-EOF
            open input CredNota
       OneCredNota.
            compute WS-VALOR =
                function numval(NCI-VALOR) / 100
            if NCI-IMPOSTO numeric and NCI-CREDSALDO numeric
                compute WS-TOT-NC-VENDAS = WS-TOT-NC-VENDAS
                    + WS-VALOR - NCI-IMPOSTO
                add NCI-IMPOSTO to WS-TOT-NC-IMPOSTO
                compute WS-TOT-NC-REC = WS-TOT-NC-REC
                    + WS-VALOR - NCI-CREDSALDO
                add NCI-CREDSALDO to WS-TOT-NC-CRED
                exit paragraph
            end-if
            add WS-VALOR to WS-TOT-NC-REC
            if NCI-FATURA numeric
                open input FaturaFile
                add WS-VALOR to WS-TOT-NC-VENDAS
            end-if.

       SumSupplierPayments.
            move 'N' to WS-EOF
            open input PagosFile
            if PG-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read PagosFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PG-DATA = WS-RUN-DATE
                                and PG-VALOR numeric
                            add PG-VALOR to WS-TOT-PAG-FORN
                        end-if
                end-read
            end-perform
            close PagosFile.

      *> Debit notes are booked on the day the goods went back,
      *> at the cost they left inventory at.
       SumDebitNotes.
            move 'N' to WS-EOF
            open input DebitNoteFile
            if DN-FS not = "00"
                exit paragraph
            end-if
            move zeros to DN-NUM
            start DebitNoteFile key is >= DN-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read DebitNoteFile next record
                    at end move 'Y' to WS-EOF
                    not at end
                        if DN-DATA = WS-RUN-DATE
                            add DN-VALOR to WS-TOT-DEV-FORN
                        end-if
                end-read
            end-perform
            close DebitNoteFile.

      *> The day's card and staff-account charges at the BOLINHO
      *> till; the fidelity discount lines of a cupom net them down.
      *> A gift voucher sold (VPR) is money owed to the holder, not a
      *> sale, so it is kept apart for the VALES liability.
       SumCardSales.
            move 'N' to WS-EOF
            open input ARQUIVO-VENDHIST
            if VH-FS not = "00"
                exit paragraph
            end-if
            move WS-RUN-DATE to VH-DATA
            move zeros to VH-SEQ
            start ARQUIVO-VENDHIST key is >= VH-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-EOF
                    not at end
                        if VH-DATA not = WS-RUN-DATE
                            move 'Y' to WS-EOF
                        else
                            if VH-DEV = "VPR"
                                evaluate VH-TENDER
                                    when 'C'
                                        compute WS-TOT-VALE-CARTAO =
                                            WS-TOT-VALE-CARTAO
                                            + VH-VALOR * VH-QTD
                                    when 'E'
                                        compute WS-TOT-VALE-FUNC =
                                            WS-TOT-VALE-FUNC
                                            + VH-VALOR * VH-QTD
                                end-evaluate
                            else
                                if VH-TENDER = 'C'
                                    if VH-DEV = "DEV"
                                        compute WS-TOT-CARTAO =
                                            WS-TOT-CARTAO - VH-VALOR * VH-QTD
                                    else
                                        compute WS-TOT-CARTAO =
                                            WS-TOT-CARTAO + VH-VALOR * VH-QTD
                                    end-if
                                end-if
                                if VH-TENDER = 'E'
                                    if VH-DEV = "DEV"
                                        compute WS-TOT-FUNC =
                                            WS-TOT-FUNC - VH-VALOR * VH-QTD
                                    else
                                        compute WS-TOT-FUNC =
                                            WS-TOT-FUNC + VH-VALOR * VH-QTD
                                    end-if
                                end-if
                            end-if
                        end-if
                end-read
            end-perform
            close ARQUIVO-VENDHIST.

      *> Acquirer settlements are booked on the day they were paid.
       SumCardSettlements.
            move 'N' to WS-EOF
            open input CardLiqFile
            if CL-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read CardLiqFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if CL-DATA-PAGTO = WS-RUN-DATE
                                and CL-VALOR numeric
                                and CL-TAXA numeric
                            add CL-VALOR to WS-TOT-LIQ-BRUTO
                            add CL-TAXA  to WS-TOT-LIQ-TAXA
                            compute WS-TOT-LIQ-NET = WS-TOT-LIQ-NET
                                + CL-VALOR - CL-TAXA
                        end-if
                end-read
            end-perform
            close CardLiqFile.

      *> Cheques deposited today, returned or not later: the return
      *> is its own CHEQUEDEV entry on the day it comes back.
       SumChequeDeposits.
            move 'N' to WS-EOF
            open input ChequeFile
            if CQ-FS not = "00"
                exit paragraph
            end-if
            move low-values to CQ-CHAVE
            start ChequeFile key is >= CQ-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ChequeFile next record
                    at end move 'Y' to WS-EOF
                    not at end
                        if CQ-DEPOSITO = WS-RUN-DATE
                            add CQ-VALOR to WS-TOT-CHQ-DEP
                        end-if
                end-read
            end-perform
            close ChequeFile.

      *> Month-end only: the month's FOLHALIQ.DAT lines carry gross,
      *> withholdings, deductions and net per employee.
       SumPayroll.
            move 'N' to WS-EOF
            open input LiquidoFile
                            add FL-LIQUIDO to WS-TOT-LIQUIDO
                            compute WS-TOT-RETIDO = WS-TOT-RETIDO
                                + FL-INSS + FL-IRRF
                            if FL-DESCONTOS numeric
                                add FL-DESCONTOS to WS-TOT-DESC-FOLHA
                            end-if
                            if FL-SALFAM numeric
                                add FL-SALFAM to WS-TOT-SALFAM
                            end-if
                            if FL-FGTS not numeric
                                move zeros to FL-FGTS FL-INSS-EMP
                                    FL-RAT-TERC
                            end-if
                            compute WS-TOT-ENCARGOS =
                                WS-TOT-ENCARGOS + FL-FGTS
                                + FL-INSS-EMP + FL-RAT-TERC
                            perform FindCostCenter
                            add FL-BRUTO to WS-CC-BRUTO (WS-CC-ACHOU)
                            compute WS-CC-ENC (WS-CC-ACHOU) =
                                WS-CC-ENC (WS-CC-ACHOU) + FL-FGTS
                                + FL-INSS-EMP + FL-RAT-TERC
                            if FL-CONSIG numeric
                                add FL-CONSIG to WS-TOT-CONSIG
                            end-if
                        end-if
                end-read
            end-perform
            close LiquidoFile.

       FindCostCenter.
            move 1 to WS-CC-ACHOU
            if FL-CCUSTO = spaces or FL-CCUSTO = low-values
                exit paragraph
            end-if
            perform varying WS-CC-IDX from 2 by 1
                    until WS-CC-IDX > WS-CC-QTD
                if WS-CC-COD (WS-CC-IDX) = FL-CCUSTO
                    move WS-CC-IDX to WS-CC-ACHOU
                end-if
            end-perform.

      *> A line that does not fit is refused and counted; the batch
      *> is then held back below, as it would be missing that line.
       AddLine.
            if WS-GL-TOTAL >= 99
                add 1 to WS-GL-RECUSADAS
                move GN-VALOR to WS-GN-VALOR-ED
                display "** journal table full (99) - " GN-CONTA " "
                    GN-DC " " WS-GN-VALOR-ED " " GN-ORIGEM
                    " not stored"
                exit paragraph
            end-if
            add 1 to WS-GL-TOTAL
            move GN-CONTA  to GL-CONTA (WS-GL-TOTAL)
            move GN-DC     to GL-DC (WS-GL-TOTAL)
            move GN-VALOR  to GL-VALOR (WS-GL-TOTAL)
            move GN-ORIGEM to GL-ORIGEM (WS-GL-TOTAL).

       BuildBatch.
            if WS-TOT-CAIXA > zeros
                move CTA-CAIXA to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-CAIXA to GN-VALOR
                move "RECEBIMENTOS CAIXA" to GN-ORIGEM
                perform AddLine
                move CTA-RECEBIVEIS to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-CAIXA to GN-VALOR
                move "RECEBIMENTOS CAIXA" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-EXCESSO > zeros
                move CTA-CAIXA to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-EXCESSO to GN-VALOR
                move "EXCEDENTE CLIENTE" to GN-ORIGEM
                perform AddLine
                move CTA-CREDCLI to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-EXCESSO to GN-VALOR
                move "EXCEDENTE CLIENTE" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-TOPUP > zeros
                move CTA-CAIXA to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-TOPUP to GN-VALOR
                move "TOPUP PREPAGO" to GN-ORIGEM
                perform AddLine
                move CTA-PREPAGO to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-TOPUP to GN-VALOR
                move "TOPUP PREPAGO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-CRED-APL > zeros
                move CTA-CREDCLI to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-CRED-APL to GN-VALOR
                move "CREDITO APLICADO" to GN-ORIGEM
                perform AddLine
                move CTA-RECEBIVEIS to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-CRED-APL to GN-VALOR
                move "CREDITO APLICADO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-VENDAS > zeros or WS-TOT-IMPOSTO > zeros
                move CTA-RECEBIVEIS to GN-CONTA
                move 'D' to GN-DC
                compute GN-VALOR =
                    WS-TOT-VENDAS + WS-TOT-IMPOSTO
                move "FATURAS DO DIA" to GN-ORIGEM
                perform AddLine
                if WS-TOT-VENDAS > zeros
                    move CTA-VENDAS to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-VENDAS to GN-VALOR
                    move "FATURAS DO DIA" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-IMPOSTO > zeros
                    move CTA-IMPOSTO to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-IMPOSTO to GN-VALOR
                    move "IMPOSTO FATURADO" to GN-ORIGEM
                    perform AddLine
                end-if
            end-if
            if WS-TOT-NC-REC > zeros or WS-TOT-NC-CRED > zeros
                if WS-TOT-NC-VENDAS > zeros
                    move CTA-VENDAS to GN-CONTA
                    move 'D' to GN-DC
                    move WS-TOT-NC-VENDAS to GN-VALOR
                    move "NOTAS DE CREDITO" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-NC-IMPOSTO > zeros
                    move CTA-IMPOSTO to GN-CONTA
                    move 'D' to GN-DC
                    move WS-TOT-NC-IMPOSTO to GN-VALOR
                    move "NOTAS DE CREDITO" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-NC-REC > zeros
                    move CTA-RECEBIVEIS to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-NC-REC to GN-VALOR
                    move "NOTAS DE CREDITO" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-NC-CRED > zeros
                    move CTA-CREDCLI to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-NC-CRED to GN-VALOR
                    move "NOTAS DE CREDITO" to GN-ORIGEM
                    perform AddLine
                end-if
            end-if
            if WS-TOT-BAIXA > zeros
                move CTA-PERDA to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-BAIXA to GN-VALOR
                move "BAIXA DE ESTOQUE" to GN-ORIGEM
                perform AddLine
                move CTA-ESTOQUE to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-BAIXA to GN-VALOR
                move "BAIXA DE ESTOQUE" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-PERDACLI > zeros
                move CTA-PERDACLI to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-PERDACLI to GN-VALOR
                move "PERDA CLIENTES" to GN-ORIGEM
                perform AddLine
                move CTA-RECEBIVEIS to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-PERDACLI to GN-VALOR
                move "PERDA CLIENTES" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-RECUPERA > zeros
                move CTA-RECEBIVEIS to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-RECUPERA to GN-VALOR
                move "RECUPERACAO PERDAS" to GN-ORIGEM
                perform AddLine
                move CTA-RECUPERA to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-RECUPERA to GN-VALOR
                move "RECUPERACAO PERDAS" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-PAG-FORN > zeros
                move CTA-FORNECEDORES to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-PAG-FORN to GN-VALOR
                move "PAGAMENTO FORNEC" to GN-ORIGEM
                perform AddLine
                move CTA-CAIXA to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-PAG-FORN to GN-VALOR
                move "PAGAMENTO FORNEC" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-DEV-FORN > zeros
                move CTA-FORNECEDORES to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-DEV-FORN to GN-VALOR
                move "DEVOLUCAO FORNEC" to GN-ORIGEM
                perform AddLine
                move CTA-ESTOQUE to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-DEV-FORN to GN-VALOR
                move "DEVOLUCAO FORNEC" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-CHQ-CUST > zeros
                move CTA-CHEQUES to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-CHQ-CUST to GN-VALOR
                move "CHEQUES PRE-DATADOS" to GN-ORIGEM
                perform AddLine
                move CTA-RECEBIVEIS to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-CHQ-CUST to GN-VALOR
                move "CHEQUES PRE-DATADOS" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-CHQ-DEP > zeros
                move CTA-CAIXA to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-CHQ-DEP to GN-VALOR
                move "CHEQUES DEPOSITADOS" to GN-ORIGEM
                perform AddLine
                move CTA-CHEQUES to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-CHQ-DEP to GN-VALOR
                move "CHEQUES DEPOSITADOS" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-CHQ-DEV > zeros
                move CTA-RECEBIVEIS to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-CHQ-DEV to GN-VALOR
                move "CHEQUES DEVOLVIDOS" to GN-ORIGEM
                perform AddLine
                move CTA-CAIXA to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-CHQ-DEV to GN-VALOR
                move "CHEQUES DEVOLVIDOS" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-CARTAO > zeros
                move CTA-ADQUIRENTE to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-CARTAO to GN-VALOR
                move "VENDAS CARTAO" to GN-ORIGEM
                perform AddLine
                move CTA-VENDAS to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-CARTAO to GN-VALOR
                move "VENDAS CARTAO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-FUNC > zeros
                move CTA-FUNCIONARIOS to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-FUNC to GN-VALOR
                move "VENDAS FUNCIONARIO" to GN-ORIGEM
                perform AddLine
                move CTA-VENDAS to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-FUNC to GN-VALOR
                move "VENDAS FUNCIONARIO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-VALE-CARTAO > zeros
                move CTA-ADQUIRENTE to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-VALE-CARTAO to GN-VALOR
                move "VALES CARTAO" to GN-ORIGEM
                perform AddLine
                move CTA-VALES to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-VALE-CARTAO to GN-VALOR
                move "VALES CARTAO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-VALE-FUNC > zeros
                move CTA-FUNCIONARIOS to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-VALE-FUNC to GN-VALOR
                move "VALES FUNCIONARIO" to GN-ORIGEM
                perform AddLine
                move CTA-VALES to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-VALE-FUNC to GN-VALOR
                move "VALES FUNCIONARIO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-LIQ-BRUTO > zeros
                move CTA-CAIXA to GN-CONTA
                move 'D' to GN-DC
                move WS-TOT-LIQ-NET to GN-VALOR
                move "LIQUIDACAO CARTAO" to GN-ORIGEM
                perform AddLine
                if WS-TOT-LIQ-TAXA > zeros
                    move CTA-TAXACARTAO to GN-CONTA
                    move 'D' to GN-DC
                    move WS-TOT-LIQ-TAXA to GN-VALOR
                    move "TAXA CARTAO (MDR)" to GN-ORIGEM
                    perform AddLine
                end-if
                move CTA-ADQUIRENTE to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-LIQ-BRUTO to GN-VALOR
                move "LIQUIDACAO CARTAO" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-BRUTO > zeros
                perform varying WS-CC-IDX from 1 by 1
                        until WS-CC-IDX > WS-CC-QTD
                    if WS-CC-BRUTO (WS-CC-IDX) > zeros
                        if WS-CC-CTA-SAL (WS-CC-IDX) = zeros
                            move CTA-SALARIOS to GN-CONTA
                        else
                            move WS-CC-CTA-SAL (WS-CC-IDX)
                                to GN-CONTA
                        end-if
                        move 'D' to GN-DC
                        move WS-CC-BRUTO (WS-CC-IDX)
                            to GN-VALOR
                        if WS-CC-IDX = 1
                            move "FOLHA DO MES" to GN-ORIGEM
                        else
                            move spaces to GN-ORIGEM
                            string "FOLHA CC " WS-CC-COD (WS-CC-IDX)
                                delimited by size
                                into GN-ORIGEM
                            end-string
                        end-if
                        perform AddLine
                    end-if
                end-perform
                if WS-TOT-SALFAM > zeros
                    move CTA-RETENCOES to GN-CONTA
                    move 'D' to GN-DC
                    move WS-TOT-SALFAM to GN-VALOR
                    move "SALARIO-FAMILIA" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-RETIDO > zeros
                    move CTA-RETENCOES to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-RETIDO to GN-VALOR
                    move "RETENCOES FOLHA" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-DESC-FOLHA > zeros
                    move CTA-FUNCIONARIOS to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-DESC-FOLHA to GN-VALOR
                    move "DESCONTOS FOLHA" to GN-ORIGEM
                    perform AddLine
                end-if
                if WS-TOT-CONSIG > zeros
                    move CTA-CONSIGNADO to GN-CONTA
                    move 'C' to GN-DC
                    move WS-TOT-CONSIG to GN-VALOR
                    move "CONSIGNADOS A PAGAR" to GN-ORIGEM
                    perform AddLine
                end-if
                move CTA-CAIXA to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-LIQUIDO to GN-VALOR
                move "LIQUIDO FOLHA" to GN-ORIGEM
                perform AddLine
            end-if
            if WS-TOT-ENCARGOS > zeros
                perform varying WS-CC-IDX from 1 by 1
                        until WS-CC-IDX > WS-CC-QTD
                    if WS-CC-ENC (WS-CC-IDX) > zeros
                        if WS-CC-CTA-ENC (WS-CC-IDX) = zeros
                            move CTA-ENCARGOS to GN-CONTA
                        else
                            move WS-CC-CTA-ENC (WS-CC-IDX)
                                to GN-CONTA
                        end-if
                        move 'D' to GN-DC
                        move WS-CC-ENC (WS-CC-IDX)
                            to GN-VALOR
                        if WS-CC-IDX = 1
                            move "ENCARGOS FOLHA"
                                to GN-ORIGEM
                        else
                            move spaces to GN-ORIGEM
                            string "ENCARGOS CC " WS-CC-COD (WS-CC-IDX)
                                delimited by size
                                into GN-ORIGEM
                            end-string
                        end-if
                        perform AddLine
                    end-if
                end-perform
                move CTA-ENCARGOSREC to GN-CONTA
                move 'C' to GN-DC
                move WS-TOT-ENCARGOS to GN-VALOR
                move "ENCARGOS A RECOLHER" to GN-ORIGEM
                perform AddLine
            end-if.

       WriteBatch.
