       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nfeexp.
       AUTHOR. VILMAR CATAFESTA.
      *> Nightly NF-e export: every FATURA.DAT invoice not yet sent to
      *> the tax authority goes to NFE.REM in the fixed layout the
      *> transmission software imports (same header/detail/trailer
      *> idea as bancoexp.cob's COBRANCA.REM):
      *>   0 header  - run date
      *>   1 invoice - number, date, customer IDNum, name and the
      *>               DADOS.DAT address, goods total and tax, the
      *>               customer's CPF/CNPJ type and digits
      *>   2 item    - FATURAIT line, SKU, description, CATEG-FISCAL,
      *>               TAXAS.DAT rate, value and tax
      *>   9 trailer - invoices written and their total
      *> Zero-value informative lines (price list, tuition discount)
      *> are not items and stay out. A line with no SKU carries the
      *> invoice's own tax pro rata, the way fatcancel.cob credits it.
      *> NFEDOC.DAT (fiscal document per FAT-NUM, nferet.cob fills in
      *> the authority's answer) gets the invoice as E - exported,
      *> awaiting authorization. A rejected (R) invoice is sent again
      *> with its attempt count raised. Invoices dated before the
      *> NFE.PARM start date (set to the first run's date) are
      *> history and never sent.
      *> The run ends with NFEPEND<date>.rpt: every invoice still
      *> awaiting authorization, with the last rejection reason when
      *> it has been refused before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT NfeDocFile ASSIGN TO "NFEDOC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS NF-FATURA
                         FILE STATUS  IS NF-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT DadosArquivo ASSIGN TO "DADOS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DD-NOME
                         FILE STATUS  IS DADOS-FS.
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
           SELECT ParmFile ASSIGN TO "NFE.PARM"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PRM-FS.
           SELECT RemessaFile ASSIGN TO "NFE.REM"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REM-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
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

      *> NF-SITUACAO: E exported, awaiting authorization;
      *> A authorized (NF-CHAVE, NF-PROTOCOLO); R rejected (NF-MOTIVO).
       FD NfeDocFile.
       01 NfeDocData.
            02 NF-FATURA    pic 9(06).
            02 NF-CLIENTE   pic 9(08).
            02 NF-SITUACAO  pic x.
            02 NF-DATA-EXP  pic 9(08).
            02 NF-TENTATIVAS pic 9(02).
            02 NF-CHAVE     pic x(44).
            02 NF-PROTOCOLO pic x(15).
            02 NF-DATA-AUT  pic 9(08).
            02 NF-MOTIVO    pic x(60).

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD DadosArquivo.
       01 DadosRegistro.
           05 DD-NOME      PIC X(30).
           05 DD-ENDERECO  PIC X(50).
           05 DD-CIDADE    PIC X(20).
           05 DD-ESTADO    PIC X(2).
           05 DD-IDNUM     PIC 9(08).

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

       FD ParmFile.
       01 ParmRec.
           05 PM-INICIO    pic 9(08).
           05 FILLER       pic x(32).

       FD RemessaFile.
       01 RemessaRec       pic x(200).

       FD ReportFile.
       01 ReportLine       pic x(120).

       WORKING-STORAGE SECTION.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 NF-FS            pic xx.
       01 CUST-FS          pic 99.
       01 DADOS-FS         pic xx.
       01 ESTOQUE-FS       pic xx.
       01 TAX-FS           pic xx.
       01 PRM-FS           pic xx.
       01 REM-FS           pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-IT-EOF        pic x.
       01 WS-END-EOF       pic x.
       01 WS-TAX-EOF       pic x.
       01 WS-ESTOQUE-OK    pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-INICIO        pic 9(08).
       01 WS-ENVIAR        pic x.
       01 WS-NOVO          pic x.
       01 WS-COUNT         pic 9(06) value zeros.
       01 WS-REENVIO       pic 9(06) value zeros.
       01 WS-ITENS         pic 9(06) value zeros.
       01 WS-TOTAL         pic 9(10)V99 value zeros.
       01 WS-PEND          pic 9(06) value zeros.
       01 WS-REP-FILENAME  pic x(24).
       01 WS-DIAS          pic 9(05).
       01 WS-DIAS-ED       pic zzzz9.
       01 WS-VALOR-ED      pic zzz,zz9.99.
       01 WS-TAX-QTD       pic 99 value zeros.
       01 WS-TAX-IDX       pic 99.
       01 WS-TAX-TAB.
           02 WS-TAX-ITEM occurs 20 times.
               05 WS-TAX-CAT  pic 9(02).
               05 WS-TAX-ALIQ pic 9V9999.
       01 WS-ALIQ          pic 9V9999.
       01 WS-CATEG         pic 9(02).

      *> DADOS.DAT is keyed by name; the IDNum links are loaded once
      *> instead of sweeping the book for every invoice.
       01 WS-END-QTD       pic 9(04) value zeros.
       01 WS-END-IDX       pic 9(04).
       01 WS-END-TAB.
           02 WS-END-ITEM occurs 2000 times.
               05 EN-IDNUM    pic 9(08).
               05 EN-ENDERECO pic x(50).
               05 EN-CIDADE   pic x(20).
               05 EN-ESTADO   pic x(02).

       01 WS-REM-HEADER.
           02 FILLER       pic x value "0".
           02 HD-DATA      pic 9(08).
           02 FILLER       pic x(03) value "NFE".
           02 FILLER       pic x(188) value spaces.

       01 WS-REM-NOTA.
           02 FILLER       pic x value "1".
           02 NT-FATURA    pic 9(06).
           02 NT-DATA      pic 9(08).
           02 NT-CLIENTE   pic 9(08).
           02 NT-NOME      pic x(31).
           02 NT-ENDERECO  pic x(50).
           02 NT-CIDADE    pic x(20).
           02 NT-ESTADO    pic x(02).
           02 NT-TOTAL     pic 9(06)V99.
           02 NT-IMPOSTO   pic 9(06)V99.
           02 NT-DOC-TIPO  pic x.
           02 NT-DOC       pic x(14).
           02 FILLER       pic x(43) value spaces.

       01 WS-REM-ITEM.
           02 FILLER       pic x value "2".
           02 IT-FATURA    pic 9(06).
           02 IT-SEQ       pic 9(02).
           02 IT-SKU       pic 9(04).
           02 IT-DESCRICAO pic x(30).
           02 IT-CATEG     pic 9(02).
           02 IT-ALIQ      pic 9V9999.
           02 IT-VALOR     pic 9(04)V99.
           02 IT-IMPOSTO   pic 9(04)V99.
           02 FILLER       pic x(138) value spaces.

       01 WS-REM-TRAILER.
           02 FILLER       pic x value "9".
           02 TR-COUNT     pic 9(06).
           02 TR-TOTAL     pic 9(10)V99.
           02 FILLER       pic x(181) value spaces.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            perform ReadParm
            open input FaturaFile
            if FAT-FS not = "00"
                display "** ERROR ** unable to open FATURA.DAT, status " FAT-FS
                move 8 to return-code
                stop run
            end-if
            open input FaturaItFile
            if FATIT-FS not = "00"
                display "** ERROR ** unable to open FATURAIT.DAT, status " FATIT-FS
                close FaturaFile
                move 8 to return-code
                stop run
            end-if
            open i-o NfeDocFile
            if NF-FS = "35"
                open output NfeDocFile
                close NfeDocFile
                open i-o NfeDocFile
            end-if
            if NF-FS not = "00"
                display "** ERROR ** unable to open NFEDOC.DAT, status " NF-FS
                close FaturaFile FaturaItFile
                move 8 to return-code
                stop run
            end-if
            open output RemessaFile
            if REM-FS not = "00"
                display "** ERROR ** unable to open NFE.REM, status " REM-FS
                close FaturaFile FaturaItFile NfeDocFile
                move 8 to return-code
                stop run
            end-if
            open input CustomerFile
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS = "00"
                move 'Y' to WS-ESTOQUE-OK
            end-if
            perform LoadTaxTable
            perform LoadAddresses

            move WS-RUN-DATE to HD-DATA
            write RemessaRec from WS-REM-HEADER
            move 'N' to WS-EOF
            move low-values to FAT-NUM
            start FaturaFile key is >= FAT-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read FaturaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and FAT-DATA >= WS-INICIO
                    perform OneInvoice
                end-if
            end-perform
            move WS-COUNT to TR-COUNT
            move WS-TOTAL to TR-TOTAL
            write RemessaRec from WS-REM-TRAILER
            close RemessaFile
            perform PendingReport

            close FaturaFile
            close FaturaItFile
            close NfeDocFile
            if CUST-FS = 00
                close CustomerFile
            end-if
            if WS-ESTOQUE-OK = 'Y'
                close ARQUIVO-ESTOQUE
            end-if
            display "NF-e export complete"
            display "  invoices written   : " WS-COUNT
            display "  of which re-sent   : " WS-REENVIO
            display "  items written      : " WS-ITENS
            display "  total in file      : " WS-TOTAL
            display "  still unauthorized : " WS-PEND
            display "  file               : NFE.REM"
            stop run.

      *> The first run records its own date as the start; older
      *> invoices were issued on paper before the NF-e and stay out.
       ReadParm.
            move zeros to WS-INICIO
            open input ParmFile
            if PRM-FS = "00"
                read ParmFile
                    not at end
                        if PM-INICIO is numeric
                            move PM-INICIO to WS-INICIO
                        end-if
                end-read
                close ParmFile
            end-if
            if WS-INICIO = zeros
                move WS-RUN-DATE to WS-INICIO
                open output ParmFile
                if PRM-FS = "00"
                    move spaces to ParmRec
                    move WS-INICIO to PM-INICIO
                    write ParmRec
                    close ParmFile
                end-if
            end-if.

       LoadTaxTable.
            move zeros to WS-TAX-QTD
            open input TaxFile
            if TAX-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-TAX-EOF
            move low-values to TX-CATEGORIA
            start TaxFile key is >= TX-CATEGORIA
                invalid key move 'Y' to WS-TAX-EOF
            end-start
            perform until WS-TAX-EOF = 'Y'
                read TaxFile next record
                    at end move 'Y' to WS-TAX-EOF
                end-read
                if WS-TAX-EOF = 'N' and WS-TAX-QTD < 20
                    add 1 to WS-TAX-QTD
                    move TX-CATEGORIA to WS-TAX-CAT (WS-TAX-QTD)
                    move TX-ALIQUOTA  to WS-TAX-ALIQ (WS-TAX-QTD)
                end-if
            end-perform
            close TaxFile.

       LookupRate.
            move zeros to WS-ALIQ
            perform varying WS-TAX-IDX from 1 by 1
                    until WS-TAX-IDX > WS-TAX-QTD
                if WS-TAX-CAT (WS-TAX-IDX) = WS-CATEG
                    move WS-TAX-ALIQ (WS-TAX-IDX) to WS-ALIQ
                end-if
            end-perform.

       LoadAddresses.
            move zeros to WS-END-QTD
            open input DadosArquivo
            if DADOS-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-END-EOF
            move low-values to DD-NOME
            start DadosArquivo key is >= DD-NOME
                invalid key move 'Y' to WS-END-EOF
            end-start
            perform until WS-END-EOF = 'Y'
                read DadosArquivo next record
                    at end move 'Y' to WS-END-EOF
                end-read
                if WS-END-EOF = 'N' and DD-IDNUM is numeric
                        and DD-IDNUM > zeros and WS-END-QTD < 2000
                    add 1 to WS-END-QTD
                    move DD-IDNUM    to EN-IDNUM (WS-END-QTD)
                    move DD-ENDERECO to EN-ENDERECO (WS-END-QTD)
                    move DD-CIDADE   to EN-CIDADE (WS-END-QTD)
                    move DD-ESTADO   to EN-ESTADO (WS-END-QTD)
                end-if
            end-perform
            close DadosArquivo.

      *> New invoices and rejected ones go out; anything awaiting an
      *> answer or already authorized does not.
       OneInvoice.
            move 'N' to WS-ENVIAR
            move FAT-NUM to NF-FATURA
            read NfeDocFile
                invalid key
                    move 'Y' to WS-ENVIAR
                    move 'Y' to WS-NOVO
                not invalid key
                    move 'N' to WS-NOVO
                    if NF-SITUACAO = 'R'
                        move 'Y' to WS-ENVIAR
                    end-if
            end-read
            if WS-ENVIAR = 'N'
                exit paragraph
            end-if
            perform WriteInvoiceRecord
            perform WriteItems
            add 1 to WS-COUNT
            compute WS-TOTAL = WS-TOTAL + FAT-TOTAL + FAT-IMPOSTO
            if WS-NOVO = 'Y'
                move FAT-NUM     to NF-FATURA
                move FAT-CLIENTE to NF-CLIENTE
                move 'E'         to NF-SITUACAO
                move WS-RUN-DATE to NF-DATA-EXP
                move 1           to NF-TENTATIVAS
                move spaces      to NF-CHAVE NF-PROTOCOLO NF-MOTIVO
                move zeros       to NF-DATA-AUT
                write NfeDocData
                    invalid key
                        display "** unable to record NF-e for invoice "
                            FAT-NUM
                end-write
            else
                add 1 to WS-REENVIO
                move 'E'         to NF-SITUACAO
                move WS-RUN-DATE to NF-DATA-EXP
                if NF-TENTATIVAS < 99
                    add 1 to NF-TENTATIVAS
                end-if
                rewrite NfeDocData
                    invalid key
                        display "** unable to update NF-e for invoice "
                            FAT-NUM
                end-rewrite
            end-if.

       WriteInvoiceRecord.
            move FAT-NUM     to NT-FATURA
            move FAT-DATA    to NT-DATA
            move FAT-CLIENTE to NT-CLIENTE
            move spaces to NT-NOME NT-ENDERECO NT-CIDADE NT-ESTADO
            move spaces to NT-DOC-TIPO NT-DOC
            move FAT-CLIENTE to IDNum
            if CUST-FS = 00
                read CustomerFile
                    invalid key continue
                    not invalid key
                        string FirstName delimited by size
                               " " delimited by size
                               LastName delimited by size
                            into NT-NOME
                        end-string
                        move CustDocTipo to NT-DOC-TIPO
                        move CustDoc     to NT-DOC
                end-read
            end-if
            perform varying WS-END-IDX from 1 by 1
                    until WS-END-IDX > WS-END-QTD
                if EN-IDNUM (WS-END-IDX) = FAT-CLIENTE
                    move EN-ENDERECO (WS-END-IDX) to NT-ENDERECO
                    move EN-CIDADE (WS-END-IDX)   to NT-CIDADE
                    move EN-ESTADO (WS-END-IDX)   to NT-ESTADO
                end-if
            end-perform
            move FAT-TOTAL   to NT-TOTAL
            move FAT-IMPOSTO to NT-IMPOSTO
            write RemessaRec from WS-REM-NOTA.

       WriteItems.
            move 'N' to WS-IT-EOF
            move FAT-NUM to FATIT-NUM
            move zeros to FATIT-SEQ
            start FaturaItFile key is >= FATIT-CHAVE
                invalid key move 'Y' to WS-IT-EOF
            end-start
            perform until WS-IT-EOF = 'Y'
                read FaturaItFile next record
                    at end move 'Y' to WS-IT-EOF
                end-read
                if WS-IT-EOF = 'N'
                    if FATIT-NUM not = FAT-NUM
                        move 'Y' to WS-IT-EOF
                    else
                        if FATIT-VALOR > zeros
                            perform WriteOneItem
                        end-if
                    end-if
                end-if
            end-perform.

       WriteOneItem.
            move FAT-NUM     to IT-FATURA
            move FATIT-SEQ   to IT-SEQ
            move FATIT-SKU   to IT-SKU
            move FATIT-NOTA  to IT-DESCRICAO
            move FATIT-VALOR to IT-VALOR
            move zeros to WS-CATEG WS-ALIQ IT-IMPOSTO
            if FATIT-SKU > zeros and WS-ESTOQUE-OK = 'Y'
                move FATIT-SKU to SKU
                read ARQUIVO-ESTOQUE
                    invalid key continue
                    not invalid key
                        move CATEG-FISCAL to WS-CATEG
                        if FATIT-NOTA = spaces
                            move NOME to IT-DESCRICAO
                        end-if
                end-read
                perform LookupRate
                compute IT-IMPOSTO rounded = FATIT-VALOR * WS-ALIQ
            else
                if FAT-TOTAL > zeros
                    compute IT-IMPOSTO rounded =
                        FATIT-VALOR * FAT-IMPOSTO / FAT-TOTAL
                end-if
            end-if
            move WS-CATEG to IT-CATEG
            move WS-ALIQ  to IT-ALIQ
            write RemessaRec from WS-REM-ITEM
            add 1 to WS-ITENS.

      *> Everything not yet authorized: awaiting an answer (with the
      *> days since it was sent and the attempts) or rejected.
       PendingReport.
            move spaces to WS-REP-FILENAME
            string "NFEPEND" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if REP-FS not = "00"
                display "** ERROR ** unable to open report, status " REP-FS
                exit paragraph
            end-if
            move spaces to ReportLine
            string "NF-E NAO AUTORIZADAS EM " delimited by size
                   WS-RUN-DATE delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "FATURA CLIENTE  S ENVIADA  DIAS TENT      VALOR MOTIVO DA ULTIMA REJEICAO"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move low-values to NF-FATURA
            start NfeDocFile key is >= NF-FATURA
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read NfeDocFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and NF-SITUACAO not = 'A'
                    perform PendingLine
                end-if
            end-perform
            close ReportFile
            move "NF-E PENDENTES" to RC-REPORT
            move "nfeexp" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-PEND to RC-COUNT
            call "rptcat" using WS-RC-AREA.

       PendingLine.
            add 1 to WS-PEND
            move NF-FATURA to FAT-NUM
            read FaturaFile
                invalid key move zeros to FAT-TOTAL FAT-IMPOSTO
            end-read
            compute WS-DIAS =
                function integer-of-date(WS-RUN-DATE)
                - function integer-of-date(NF-DATA-EXP)
            move spaces to ReportLine
            move NF-FATURA   to ReportLine(1:6)
            move NF-CLIENTE  to ReportLine(8:8)
            move NF-SITUACAO to ReportLine(17:1)
            move NF-DATA-EXP to ReportLine(19:8)
            move WS-DIAS     to WS-DIAS-ED
            move WS-DIAS-ED  to ReportLine(28:5)
            move NF-TENTATIVAS to ReportLine(35:2)
            compute WS-VALOR-ED = FAT-TOTAL + FAT-IMPOSTO
            move WS-VALOR-ED to ReportLine(38:10)
            move NF-MOTIVO   to ReportLine(49:60)
            write ReportLine.

       END PROGRAM nfeexp.
