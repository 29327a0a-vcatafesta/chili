       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. precomnt.
       AUTHOR. VILMAR CATAFESTA.
      *> Maintenance for the negotiated price lists precocli.cob
      *> applies on statements and contract billing. PRECOS.DAT holds
      *> one price per list + SKU + valid-from date, with an optional
      *> valid-to date (zero = open). A list code is either a
      *> customer's IDNum (that customer's own prices) or a name
      *> starting with a letter (ATACADO, CAFES...) that LISTACLI.DAT
      *> assigns to any number of customers.
      *> A price under the catalogue VALOR-CUSTO needs a supervisor
      *> (level 9) sign-on and is stored flagged with who allowed it;
      *> everything else is audited the way taxmnt.cob audits rates.
      *> Option 5 lists the prices running out in the next 30 days
      *> to PRECOVENC<date>.rpt so they are renegotiated in time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrecoFile ASSIGN TO "PRECOS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PL-CHAVE
                         FILE STATUS  IS PL-FS.
           SELECT ListaCliFile ASSIGN TO "LISTACLI.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LC-CLIENTE
                         FILE STATUS  IS LC-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PrecoFile.
       01 PrecoData.
            02 PL-CHAVE.
               03 PL-LISTA   pic x(08).
               03 PL-SKU     pic 9(04).
               03 PL-INICIO  pic 9(08).
            02 PL-FIM        pic 9(08).
            02 PL-PRECO      pic 9(04)V99.
            02 PL-ABAIXO-CUSTO pic x.
            02 PL-SUPERVISOR pic x(10).

       FD ListaCliFile.
       01 ListaCliData.
            02 LC-CLIENTE    pic 9(08).
            02 LC-LISTA      pic x(08).

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

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

       FD ReportFile.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 PL-FS            pic xx.
       01 LC-FS            pic xx.
       01 CUST-FS          pic 99.
       01 ESTOQUE-FS       pic xx.
       01 REP-FS           pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-LC-EOF        pic x.
       01 WS-LISTA-OK      pic x.
       01 WS-LISTA         pic x(08).
       01 WS-CLIENTE-N     pic 9(08).
       01 WS-RUN-DATE      pic 9(08).
       01 WS-LIMITE        pic 9(08).
       01 WS-DATA-INT      pic 9(07).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-REP-QTD       pic 9(05) value zeros.
       01 WS-PRECO-ED      pic zzz9.99.
       01 WS-CUSTO-ED      pic zzz9.99.
       01 WS-VENDA-ED      pic zzz9.99.
       01 WS-QTD-CLI       pic 9(05).
       01 WS-QTD-ED        pic zzzz9.
       01 WS-BEFORE-IMAGE  pic x(100).
       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).
       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).
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
                    display "PRICE LISTS"
                    display "-----------"
                    display "1 - Set price"
                    display "2 - Delete price"
                    display "3 - Assign list to customer"
                    display "4 - List a price list"
                    display "5 - Prices expiring in 30 days"
                    display "0 - Quit"
                    display ' '
                    display "Choice : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform SetPrice
                        when 2 perform DeletePrice
                        when 3 perform AssignList
                        when 4 perform ListPrices
                        when 5 perform ExpiringReport
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open i-o PrecoFile
            if PL-FS = "35"
                open output PrecoFile
                close PrecoFile
                open i-o PrecoFile
            end-if
            if PL-FS not = "00"
                display "** ERROR ** unable to open PRECOS.DAT, status " PL-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o ListaCliFile
            if LC-FS = "35"
                open output ListaCliFile
                close ListaCliFile
                open i-o ListaCliFile
            end-if
            if LC-FS not = "00"
                display "** ERROR ** unable to open LISTACLI.DAT, status " LC-FS
                move 'N' to WS-FILES-OK
            end-if
            open input CustomerFile
            if CUST-FS not = 00
                display "** ERROR ** unable to open customer.dat, status " CUST-FS
                move 'N' to WS-FILES-OK
            end-if
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            if WS-FILES-OK = 'Y'
                close PrecoFile
                close ListaCliFile
                close CustomerFile
                close ARQUIVO-ESTOQUE
            end-if.

      *> A numeric code must be a customer on file (their own list);
      *> anything else must start with a letter.
       AskList.
            move 'N' to WS-LISTA-OK
            display "List code or customer IDNum : " with no advancing
            accept WS-LISTA
            if WS-LISTA = spaces
                exit paragraph
            end-if
            if function trim(WS-LISTA) is numeric
                move function numval(WS-LISTA) to WS-CLIENTE-N
                move WS-CLIENTE-N to IDNum
                read CustomerFile
                    invalid key
                        display "Customer not on file"
                        exit paragraph
                end-read
                move WS-CLIENTE-N to WS-LISTA
                display "Own prices of " FirstName " " LastName
            else
                move function upper-case(WS-LISTA) to WS-LISTA
                if WS-LISTA(1:1) < 'A' or WS-LISTA(1:1) > 'Z'
                    display "A list name must start with a letter"
                    exit paragraph
                end-if
            end-if
            move 'Y' to WS-LISTA-OK.

       SetPrice.
            perform AskList
            if WS-LISTA-OK = 'N'
                exit paragraph
            end-if
            move WS-LISTA to PL-LISTA
            display "SKU                   : " with no advancing
            accept PL-SKU
            move PL-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    display "SKU not in stock file"
                    exit paragraph
            end-read
            move VALOR-CUSTO to WS-CUSTO-ED
            move VALOR-VENDA to WS-VENDA-ED
            display NOME " custo " WS-CUSTO-ED " venda " WS-VENDA-ED
            display "Valid from (yyyymmdd) : " with no advancing
            accept PL-INICIO
            if PL-INICIO = zeros
                accept PL-INICIO from date yyyymmdd
            end-if
            read PrecoFile
                invalid key
                    move spaces to WS-BEFORE-IMAGE
                    move "ADD" to AU-ACTION
                not invalid key
                    move PrecoData to WS-BEFORE-IMAGE
                    move "UPD" to AU-ACTION
                    move PL-PRECO to WS-PRECO-ED
                    display "Current price " WS-PRECO-ED
                        " to " PL-FIM
            end-read
            display "Valid to (0 = open)   : " with no advancing
            accept PL-FIM
            if PL-FIM not = zeros and PL-FIM < PL-INICIO
                display "Valid-to before valid-from"
                exit paragraph
            end-if
            display "Price                 : " with no advancing
            accept PL-PRECO
            if PL-PRECO = zeros
                display "Price required - use option 2 to delete"
                exit paragraph
            end-if
            move 'N' to PL-ABAIXO-CUSTO
            move spaces to PL-SUPERVISOR
            if PL-PRECO < VALOR-CUSTO
                display "Price is below cost " WS-CUSTO-ED
                if SG-LEVEL < 9
                    display "Supervisor level required to price"
                        " below cost."
                    move 'D' to SG-FUNC
                    move "PRICE BELOW COST" to SG-DETAIL
                    call "signon" using WS-SG-AREA
                    exit paragraph
                end-if
                move 'S' to PL-ABAIXO-CUSTO
                move SG-OPERATOR to PL-SUPERVISOR
            end-if
            rewrite PrecoData
                invalid key
                    write PrecoData
                        invalid key
                            display "Price not saved"
                        not invalid key
                            display "Price saved"
                            perform WriteAudit
                    end-write
                not invalid key
                    display "Price saved"
                    perform WriteAudit
            end-rewrite.

       DeletePrice.
            perform AskList
            if WS-LISTA-OK = 'N'
                exit paragraph
            end-if
            move WS-LISTA to PL-LISTA
            display "SKU                   : " with no advancing
            accept PL-SKU
            display "Valid from (yyyymmdd) : " with no advancing
            accept PL-INICIO
            read PrecoFile
                invalid key
                    display "Price not on file"
                not invalid key
                    move PrecoData to WS-BEFORE-IMAGE
                    delete PrecoFile
                        invalid key
                            display "Price not deleted"
                        not invalid key
                            display "Price deleted"
                            move "DEL" to AU-ACTION
                            perform WriteAudit
                    end-delete
            end-read.

      *> A blank list code takes the customer off any named list.
       AssignList.
            display "Customer IDNum        : " with no advancing
            accept LC-CLIENTE
            move LC-CLIENTE to IDNum
            read CustomerFile
                invalid key
                    display "Customer not on file"
                    exit paragraph
            end-read
            read ListaCliFile
                invalid key
                    move spaces to WS-BEFORE-IMAGE
                    move "ADD" to AU-ACTION
                not invalid key
                    move ListaCliData to WS-BEFORE-IMAGE
                    move "UPD" to AU-ACTION
                    display "Current list : " LC-LISTA
            end-read
            display "List (blank = none)   : " with no advancing
            accept WS-LISTA
            move function upper-case(WS-LISTA) to WS-LISTA
            if WS-LISTA = spaces
                if AU-ACTION = "UPD"
                    delete ListaCliFile
                        invalid key
                            display "Assignment not removed"
                        not invalid key
                            display "Assignment removed"
                            move "DEL" to AU-ACTION
                            perform WriteListAudit
                    end-delete
                end-if
                exit paragraph
            end-if
            if WS-LISTA(1:1) < 'A' or WS-LISTA(1:1) > 'Z'
                display "A list name must start with a letter"
                exit paragraph
            end-if
            move WS-LISTA to LC-LISTA
            rewrite ListaCliData
                invalid key
                    write ListaCliData
                        invalid key
                            display "Assignment not saved"
                        not invalid key
                            display "Assignment saved"
                            perform WriteListAudit
                    end-write
                not invalid key
                    display "Assignment saved"
                    perform WriteListAudit
            end-rewrite.

       WriteAudit.
            move "PRECOS.DAT" to AU-FILE
            move PL-CHAVE to AU-KEY
            move SG-OPERATOR to AU-OPERATOR
            move WS-BEFORE-IMAGE to AU-BEFORE
            if AU-ACTION = "DEL"
                move spaces to AU-AFTER
            else
                move PrecoData to AU-AFTER
            end-if
            call "auditlog" using WS-AU-AREA.

       WriteListAudit.
            move "LISTACLI.DAT" to AU-FILE
            move LC-CLIENTE to AU-KEY
            move SG-OPERATOR to AU-OPERATOR
            move WS-BEFORE-IMAGE to AU-BEFORE
            if AU-ACTION = "DEL"
                move spaces to AU-AFTER
            else
                move ListaCliData to AU-AFTER
            end-if
            call "auditlog" using WS-AU-AREA.

       ListPrices.
            perform AskList
            if WS-LISTA-OK = 'N'
                exit paragraph
            end-if
            display "SKU  FROM     TO       PRICE   BELOW-COST"
            move 'N' to WS-EOF
            move WS-LISTA to PL-LISTA
            move zeros to PL-SKU PL-INICIO
            start PrecoFile key is >= PL-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PrecoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if PL-LISTA not = WS-LISTA
                        move 'Y' to WS-EOF
                    else
                        move PL-PRECO to WS-PRECO-ED
                        display PL-SKU " " PL-INICIO " " PL-FIM " "
                            WS-PRECO-ED " " PL-ABAIXO-CUSTO " "
                            PL-SUPERVISOR
                    end-if
                end-if
            end-perform.

      *> Prices whose valid-to falls between today and 30 days out,
      *> with the product and, for a named list, how many customers
      *> are on it.
       ExpiringReport.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-DATA-INT =
                function integer-of-date(WS-RUN-DATE) + 30
            compute WS-LIMITE = function date-of-integer(WS-DATA-INT)
            move spaces to WS-REP-FILENAME
            string "PRECOVENC" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if REP-FS not = "00"
                display "** ERROR ** unable to open report, status " REP-FS
                exit paragraph
            end-if
            move zeros to WS-REP-QTD
            move spaces to ReportLine
            string "PRECOS NEGOCIADOS A VENCER ATE " delimited by size
                   WS-LIMITE delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "LISTA    SKU  PRODUTO                        VENCE       PRECO CLIENTES"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move low-values to PL-CHAVE
            start PrecoFile key is >= PL-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PrecoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if PL-FIM not = zeros and PL-FIM >= WS-RUN-DATE
                            and PL-FIM <= WS-LIMITE
                        perform ExpiringLine
                    end-if
                end-if
            end-perform
            close ReportFile
            move "PRECOS A VENCER" to RC-REPORT
            move "precomnt" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-REP-QTD to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Prices expiring : " WS-REP-QTD
            display "Report          : " WS-REP-FILENAME.

       ExpiringLine.
            add 1 to WS-REP-QTD
            move PL-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key move spaces to NOME
            end-read
            move spaces to ReportLine
            move PL-LISTA to ReportLine(1:8)
            move PL-SKU   to ReportLine(10:4)
            move NOME     to ReportLine(15:30)
            move PL-FIM   to ReportLine(46:8)
            move PL-PRECO to WS-PRECO-ED
            move WS-PRECO-ED to ReportLine(56:7)
            if PL-LISTA(1:1) >= 'A' and PL-LISTA(1:1) <= 'Z'
                perform CountListCustomers
                move WS-QTD-CLI to WS-QTD-ED
                move WS-QTD-ED to ReportLine(65:5)
            else
                move PL-LISTA to IDNum
                read CustomerFile
                    invalid key move spaces to FirstName LastName
                end-read
                move FirstName to ReportLine(65:15)
                move LastName  to ReportLine(81:15)
            end-if
            write ReportLine.

      *> LISTACLI.DAT is small and keyed by customer; a sweep counts
      *> the customers on one named list.
       CountListCustomers.
            move zeros to WS-QTD-CLI
            move 'N' to WS-LC-EOF
            move low-values to LC-CLIENTE
            start ListaCliFile key is >= LC-CLIENTE
                invalid key move 'Y' to WS-LC-EOF
            end-start
            perform until WS-LC-EOF = 'Y'
                read ListaCliFile next record
                    at end move 'Y' to WS-LC-EOF
                end-read
                if WS-LC-EOF = 'N' and LC-LISTA = PL-LISTA
                    add 1 to WS-QTD-CLI
                end-if
            end-perform.

       END PROGRAM precomnt.
