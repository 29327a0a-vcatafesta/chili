       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. orcamento.
       AUTHOR. VILMAR CATAFESTA.
      *> Sales quotations for catering and party orders. A quotation
      *> (ORCAMENTO.DAT header, ORCAMIT.DAT lines) is for a customer
      *> in customer.dat or for a prospect in CADASTRO.DAT, priced
      *> from ARQUIVO-ESTOQUE through precocli.cob (so a customer's
      *> negotiated price list counts) and taxed through TAXAS.DAT
      *> the way extrato.cob taxes a statement. It is printed to
      *> ORC<number>.TXT for the customer.
      *> Status: O open, A accepted, E expired (validity date passed
      *> - marked as the program starts), L lost.
      *> Accepting an open quotation runs the same credit-limit check
      *> extrato.cob does - over the limit it needs an OVR override
      *> approved by a supervisor in the aprova.cob queue, shared with
      *> extrato.cob and bolinho - and then writes the
      *> FATURA/FATURAIT/CONTASREC set at the quoted prices, with any
      *> CREDSALDO.DAT credit applied first; a prospect has to be on
      *> customer.dat by then and the IDNum is asked for.
      *> The monthly conversion report (ORCCONV<yyyymm>.rpt) sets the
      *> value quoted in the month against the value won, lost,
      *> expired and still open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrcFile ASSIGN TO "ORCAMENTO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OR-NUM
                         FILE STATUS  IS OR-FS.
           SELECT OrcItFile ASSIGN TO "ORCAMIT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OI-CHAVE
                         FILE STATUS  IS OI-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT Cadastro ASSIGN TO "CADASTRO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CA-CODI
                         FILE STATUS  IS CAD-FS.
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
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT CreditFile ASSIGN TO "CREDLIM.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CL-CLIENTE
                         FILE STATUS  IS CRED-FS.
           SELECT CredSaldo ASSIGN TO "CREDSALDO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CS-CLIENTE
                         FILE STATUS  IS CS-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CX-FS.
           SELECT OverrideLog ASSIGN TO "CREDOVER.LOG"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS OVR-FS.
           SELECT PrintFile ASSIGN TO WS-PRT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PRT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OrcFile.
       01 OrcData.
            02 OR-NUM       pic 9(06).
            02 OR-CLIENTE   pic 9(08).
            02 OR-CADASTRO  pic 9(06).
            02 OR-NOME      pic x(40).
            02 OR-DATA      pic 9(08).
            02 OR-VALIDADE  pic 9(08).
            02 OR-STATUS    pic x.
            02 OR-TOTAL     pic 9(06)V99.
            02 OR-IMPOSTO   pic 9(06)V99.
            02 OR-FATURA    pic 9(06).
            02 OR-DATA-STATUS pic 9(08).
            02 OR-OPERADOR  pic x(10).

       FD OrcItFile.
       01 OrcItData.
            02 OI-CHAVE.
               03 OI-NUM    pic 9(06).
               03 OI-SEQ    pic 9(02).
            02 OI-SKU       pic 9(04).
            02 OI-QTD       pic 9(03).
            02 OI-PRECO     pic 9(04)V99.
            02 OI-VALOR     pic 9(06)V99.
            02 OI-IMPOSTO   pic 9(06)V99.
            02 OI-NOTA      pic x(30).

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD Cadastro.
       01 CA-REGISTRO.
              03 CA-CODI PIC 9(06).
              03 CA-DATA PIC X(10).
              03 CA-NOME PIC X(40).
              03 CA-ENDE PIC X(40).
              03 CA-CIDA PIC X(25).
              03 CA-ESTA PIC X(02).
              03 CA-CEP  PIC 9(08).

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

       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
               03 CR-CLIENTE pic 9(08).
               03 CR-FATURA  pic 9(06).
            02 CR-VALOR-ORIG pic 9(06)V99.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD CreditFile.
       01 CreditData.
            02 CL-CLIENTE pic 9(08).
            02 CL-LIMITE  pic 9(06)V99.

       FD CredSaldo.
       01 CredSaldoData.
            02 CS-CLIENTE pic 9(08).
            02 CS-SALDO   pic 9(06)V99.

       FD CashJournal.
       01 CashRecord       pic x(60).

       FD OverrideLog.
       01 OverrideRec      pic x(70).

       FD PrintFile.
       01 PrintLine        pic x(90).

       WORKING-STORAGE SECTION.
       01 OR-FS            pic xx.
       01 OI-FS            pic xx.
       01 CUST-FS          pic 99.
       01 CAD-FS           pic xx.
       01 ESTOQUE-FS       pic xx.
       01 TAX-FS           pic xx.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 CR-FS            pic xx.
       01 CRED-FS          pic xx.
       01 CS-FS            pic xx.
       01 CX-FS            pic xx.
       01 OVR-FS           pic xx.
       01 PRT-FS           pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-IT-EOF        pic x.
       01 WS-CRED-EOF      pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-DATA-INT      pic 9(07).
       01 WS-VENC-INT      pic 9(07).
       01 WS-DIAS          pic 9(03).
       01 WS-ORC-PROX      pic 9(06).
       01 WS-FAT-PROX      pic 9(06).
       01 WS-ORC-NUM       pic 9(06).
       01 WS-SEQ           pic 9(02).
       01 WS-SEQ-FAT       pic 9(02).
       01 WS-ITEM-DONE     pic x.
       01 WS-SKU           pic 9(04).
       01 WS-QTD           pic 9(03).
       01 WS-NOTA          pic x(30).
       01 WS-ANSWER        pic x.
       01 WS-OK            pic x.
       01 WS-CLIENTE       pic 9(08).
       01 WS-TOTAL-GERAL   pic 9(07)V99.
       01 WS-LINHA-REST    pic 9(06)V99.
       01 WS-LINHA-PARTE   pic 9(04)V99.
       01 WS-CRED-OK       pic x.
       01 WS-CRED-ABERTO   pic 9(08)V99.
       01 WS-CRED-FAVOR    pic 9(06)V99.
       01 WS-CRED-APLICADO pic 9(06)V99.
       01 WS-NOVO          pic 9(08)V99.
       01 WS-OVERRIDE      pic x.
       01 WS-EXPIRADOS     pic 9(05) value zeros.
       01 WS-PRT-FILENAME  pic x(24).
       01 WS-PRT-QTD       pic 9(05).
       01 WS-MES           pic 9(06).
       01 WS-VALOR-ED      pic zzz,zz9.99.
       01 WS-PRECO-ED      pic z,zz9.99.
       01 WS-QTD-ED        pic zz9.
       01 WS-PCT           pic 9(03)V9.
       01 WS-PCT-ED        pic zz9.9.
       01 WS-TAX-QTD       pic 99 value zeros.
       01 WS-TAX-IDX       pic 99.
       01 WS-TAX-EOF       pic x.
       01 WS-TAX-TAB.
           02 WS-TAX-ITEM occurs 20 times.
               05 WS-TAX-CAT  pic 9(02).
               05 WS-TAX-ALIQ pic 9V9999.
       01 WS-ALIQ          pic 9V9999.

      *> Conversion totals: 1 quoted, then by status won, lost,
      *> expired, still open.
       01 WS-CV-TAB.
           02 WS-CV-ITEM occurs 5 times.
               05 CV-QTD      pic 9(05).
               05 CV-VALOR    pic 9(09)V99.
       01 WS-CV-IDX        pic 9.
       01 WS-CV-NOMES      pic x(60) value
           "ORCADO      GANHO       PERDIDO     EXPIRADO    EM ABERTO   ".
       01 WS-CV-NOMES-R redefines WS-CV-NOMES.
           02 CV-NOME occurs 5 times pic x(12).
       01 WS-CV-VALOR-ED   pic zzz,zzz,zz9.99.
       01 WS-CV-QTD-ED     pic zzzz9.

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
       01 WS-OVR-LINE.
           02 OV-DATA      pic 9(08).
           02 FILLER       pic x(10) value " cliente: ".
           02 OV-CLIENTE   pic 9(08).
           02 FILLER       pic x(09) value " aberto: ".
           02 OV-ABERTO    pic zzz,zz9.99.
           02 FILLER       pic x(07) value " novo: ".
           02 OV-NOVO      pic zzz,zz9.99.
           02 FILLER       pic x(09) value " limite: ".
           02 OV-LIMITE    pic zzz,zz9.99.
       01 WS-PC-AREA.
           05 PC-FUNC      pic x.
           05 PC-CLIENTE   pic 9(08).
           05 PC-SKU       pic 9(04).
           05 PC-DATA      pic 9(08).
           05 PC-VENDA     pic 9(04)V99.
           05 PC-CUSTO     pic 9(04)V99.
           05 PC-PRECO     pic 9(04)V99.
           05 PC-LISTA     pic x(08).
           05 PC-SITUACAO  pic x.
       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).
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
       01 WS-OVR-PEDIDO.
           05 FILLER        pic x(08) value "ABERTO: ".
           05 OP-ABERTO     pic zzz,zz9.99.
           05 FILLER        pic x(09) value " LIMITE: ".
           05 OP-LIMITE     pic zzz,zz9.99.
           05 FILLER        pic x(23) value spaces.
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
            accept WS-RUN-DATE from date yyyymmdd
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform LoadTaxTable
                perform ExpireSweep
                if WS-EXPIRADOS > zeros
                    display WS-EXPIRADOS " quotation(s) expired today"
                end-if
                perform until StayOpen = 'N'
                    display ' '
                    display "QUOTATIONS"
                    display "----------"
                    display "1 - New quotation"
                    display "2 - Print quotation"
                    display "3 - Accept quotation (invoice)"
                    display "4 - Mark quotation lost"
                    display "5 - List open quotations"
                    display "6 - Monthly conversion report"
                    display "0 - Quit"
                    display ' '
                    display "Choice : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform NewQuotation
                        when 2 perform PrintQuotation
                        when 3 perform AcceptQuotation
                        when 4 perform LoseQuotation
                        when 5 perform ListOpen
                        when 6 perform ConversionReport
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open i-o OrcFile
            if OR-FS = "35"
                open output OrcFile
                close OrcFile
                open i-o OrcFile
            end-if
            if OR-FS not = "00"
                display "** ERROR ** unable to open ORCAMENTO.DAT, status " OR-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o OrcItFile
            if OI-FS = "35"
                open output OrcItFile
                close OrcItFile
                open i-o OrcItFile
            end-if
            if OI-FS not = "00"
                display "** ERROR ** unable to open ORCAMIT.DAT, status " OI-FS
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
            end-if
            open i-o FaturaFile
            if FAT-FS = "35"
                open output FaturaFile
                close FaturaFile
                open i-o FaturaFile
            end-if
            if FAT-FS not = "00"
                display "** ERROR ** unable to open FATURA.DAT, status " FAT-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o FaturaItFile
            if FATIT-FS = "35"
                open output FaturaItFile
                close FaturaItFile
                open i-o FaturaItFile
            end-if
            if FATIT-FS not = "00"
                display "** ERROR ** unable to open FATURAIT.DAT, status " FATIT-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o ReceivFile
            if CR-FS = "35"
                open output ReceivFile
                close ReceivFile
                open i-o ReceivFile
            end-if
            if CR-FS not = "00"
                display "** ERROR ** unable to open CONTASREC.DAT, status " CR-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            move 'F' to PC-FUNC
            call "precocli" using WS-PC-AREA
            if WS-FILES-OK = 'Y'
                close OrcFile
                close OrcItFile
                close CustomerFile
                close ARQUIVO-ESTOQUE
                close FaturaFile
                close FaturaItFile
                close ReceivFile
            end-if.

      *> Same table load extrato.cob does.
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
                if WS-TAX-CAT (WS-TAX-IDX) = CATEG-FISCAL
                    move WS-TAX-ALIQ (WS-TAX-IDX) to WS-ALIQ
                end-if
            end-perform.

      *> Open quotations past their validity date become E.
       ExpireSweep.
            move zeros to WS-EXPIRADOS
            move 'N' to WS-EOF
            move low-values to OR-NUM
            start OrcFile key is >= OR-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read OrcFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if OR-STATUS = 'O' and OR-VALIDADE < WS-RUN-DATE
                        move 'E' to OR-STATUS
                        move WS-RUN-DATE to OR-DATA-STATUS
                        rewrite OrcData
                            invalid key continue
                            not invalid key add 1 to WS-EXPIRADOS
                        end-rewrite
                    end-if
                end-if
            end-perform.

       NewQuotation.
            move zeros to OR-CLIENTE OR-CADASTRO
            move spaces to OR-NOME
            display "Customer IDNum (0 = prospect) : " with no advancing
            accept WS-CLIENTE
            if WS-CLIENTE not = zeros
                move WS-CLIENTE to IDNum
                read CustomerFile
                    invalid key
                        display "Customer not on file"
                        exit paragraph
                end-read
                if CustStatus = 'I'
                    display "Customer is inactive"
                    exit paragraph
                end-if
                move WS-CLIENTE to OR-CLIENTE
                string FirstName delimited by size
                       " " delimited by size
                       LastName delimited by size
                    into OR-NOME
                end-string
            else
                perform FindProspect
                if WS-OK = 'N'
                    exit paragraph
                end-if
            end-if
            display "Valid for how many days (0 = 15) : "
                with no advancing
            accept WS-DIAS
            if WS-DIAS = zeros
                move 15 to WS-DIAS
            end-if
            perform NextQuotationNumber
            move WS-ORC-PROX to OR-NUM
            move WS-RUN-DATE to OR-DATA
            compute WS-DATA-INT =
                function integer-of-date(WS-RUN-DATE) + WS-DIAS
            compute OR-VALIDADE = function date-of-integer(WS-DATA-INT)
            move 'O' to OR-STATUS
            move zeros to OR-TOTAL OR-IMPOSTO OR-FATURA
            move WS-RUN-DATE to OR-DATA-STATUS
            move SG-OPERATOR to OR-OPERADOR
            move zeros to WS-SEQ
            move 'N' to WS-ITEM-DONE
            display "Enter lines, SKU 0000 ends the list."
            perform CollectLine
                until WS-SEQ = 20 or WS-ITEM-DONE = 'Y'
            if WS-SEQ = zeros
                display "No lines - quotation not saved"
                exit paragraph
            end-if
            write OrcData
                invalid key
                    display "** unable to save quotation " OR-NUM
                    exit paragraph
            end-write
            compute WS-TOTAL-GERAL = OR-TOTAL + OR-IMPOSTO
            display "Quotation " OR-NUM " saved, total " WS-TOTAL-GERAL
                " valid until " OR-VALIDADE
            move OR-NUM to WS-ORC-NUM
            perform PrintDocument.

      *> A prospect is a CADASTRO.DAT record (screenpg.cob).
       FindProspect.
            move 'N' to WS-OK
            open input Cadastro
            if CAD-FS not = "00"
                display "CADASTRO.DAT not available, status " CAD-FS
                exit paragraph
            end-if
            display "Prospect code (CADASTRO) : " with no advancing
            accept CA-CODI
            read Cadastro
                invalid key
                    display "Prospect not on file"
                not invalid key
                    move CA-CODI to OR-CADASTRO
                    move CA-NOME to OR-NOME
                    move 'Y' to WS-OK
            end-read
            close Cadastro.

       CollectLine.
            display "  SKU  : " with no advancing
            accept WS-SKU
            if WS-SKU = zeros
                move 'Y' to WS-ITEM-DONE
                exit paragraph
            end-if
            move WS-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    display "  ** SKU nao encontrado no estoque **"
                    exit paragraph
            end-read
            display "  " NOME
            display "  Qtd  : " with no advancing
            accept WS-QTD
            if WS-QTD = zeros
                exit paragraph
            end-if
            display "  Nota : " with no advancing
            accept WS-NOTA
            move 'P'         to PC-FUNC
            move OR-CLIENTE  to PC-CLIENTE
            move SKU         to PC-SKU
            move WS-RUN-DATE to PC-DATA
            move VALOR-VENDA to PC-VENDA
            move VALOR-CUSTO to PC-CUSTO
            if OR-CLIENTE = zeros
                move VALOR-VENDA to PC-PRECO
            else
                call "precocli" using WS-PC-AREA
            end-if
            compute OI-VALOR = PC-PRECO * WS-QTD
                on size error
                    display "  ** line value too large - split it"
                    exit paragraph
            end-compute
            add 1 to WS-SEQ
            move OR-NUM   to OI-NUM
            move WS-SEQ   to OI-SEQ
            move SKU      to OI-SKU
            move WS-QTD   to OI-QTD
            move PC-PRECO to OI-PRECO
            perform LookupRate
            compute OI-IMPOSTO rounded = OI-VALOR * WS-ALIQ
            move WS-NOTA  to OI-NOTA
            write OrcItData
                invalid key
                    display "  ** unable to save line " OI-SEQ
                    subtract 1 from WS-SEQ
                    exit paragraph
            end-write
            add OI-VALOR   to OR-TOTAL
            add OI-IMPOSTO to OR-IMPOSTO
            move OI-PRECO to WS-PRECO-ED
            move OI-VALOR to WS-VALOR-ED
            display "  " WS-QTD " x " WS-PRECO-ED " = " WS-VALOR-ED.

       NextQuotationNumber.
            move high-values to OR-NUM
            start OrcFile key is less than OR-NUM
                invalid key
                    move 1 to WS-ORC-PROX
            end-start
            if OR-FS = "00"
                read OrcFile next record
                    at end
                        move 1 to WS-ORC-PROX
                    not at end
                        compute WS-ORC-PROX = OR-NUM + 1
                end-read
            end-if.

       ReadQuotation.
            move 'N' to WS-OK
            display "Quotation number : " with no advancing
            accept WS-ORC-NUM
            move WS-ORC-NUM to OR-NUM
            read OrcFile
                invalid key
                    display "Quotation not on file"
                not invalid key
                    move 'Y' to WS-OK
            end-read.

       PrintQuotation.
            perform ReadQuotation
            if WS-OK = 'Y'
                perform PrintDocument
            end-if.

      *> The document handed to the customer: ORC<number>.TXT.
       PrintDocument.
            move spaces to WS-PRT-FILENAME
            string "ORC" delimited by size
                   OR-NUM delimited by size
                   ".TXT" delimited by size
                into WS-PRT-FILENAME
            end-string
            open output PrintFile
            if PRT-FS not = "00"
                display "** ERROR ** unable to open " WS-PRT-FILENAME
                    ", status " PRT-FS
                exit paragraph
            end-if
            move zeros to WS-PRT-QTD
            move spaces to PrintLine
            string "ORCAMENTO No. " delimited by size
                   OR-NUM delimited by size
                   "   DATA " delimited by size
                   OR-DATA delimited by size
                into PrintLine
            end-string
            write PrintLine
            move spaces to PrintLine
            string "CLIENTE : " delimited by size
                   OR-NOME delimited by size
                into PrintLine
            end-string
            write PrintLine
            move spaces to PrintLine
            string "VALIDO ATE " delimited by size
                   OR-VALIDADE delimited by size
                into PrintLine
            end-string
            write PrintLine
            move spaces to PrintLine
            write PrintLine
            move "SKU  PRODUTO                        QTD    UNITARIO      VALOR NOTA"
                to PrintLine
            write PrintLine
            move 'N' to WS-IT-EOF
            move OR-NUM to OI-NUM
            move zeros to OI-SEQ
            start OrcItFile key is >= OI-CHAVE
                invalid key move 'Y' to WS-IT-EOF
            end-start
            perform until WS-IT-EOF = 'Y'
                read OrcItFile next record
                    at end move 'Y' to WS-IT-EOF
                end-read
                if WS-IT-EOF = 'N'
                    if OI-NUM not = OR-NUM
                        move 'Y' to WS-IT-EOF
                    else
                        perform PrintDocLine
                    end-if
                end-if
            end-perform
            move spaces to PrintLine
            write PrintLine
            move OR-TOTAL to WS-VALOR-ED
            move spaces to PrintLine
            string "SUBTOTAL        " delimited by size
                   WS-VALOR-ED delimited by size
                into PrintLine
            end-string
            write PrintLine
            move OR-IMPOSTO to WS-VALOR-ED
            move spaces to PrintLine
            string "IMPOSTO         " delimited by size
                   WS-VALOR-ED delimited by size
                into PrintLine
            end-string
            write PrintLine
            compute WS-TOTAL-GERAL = OR-TOTAL + OR-IMPOSTO
            move WS-TOTAL-GERAL to WS-VALOR-ED
            move spaces to PrintLine
            string "TOTAL C/IMPOSTO " delimited by size
                   WS-VALOR-ED delimited by size
                into PrintLine
            end-string
            write PrintLine
            close PrintFile
            move "ORCAMENTO" to RC-REPORT
            move "orcamento" to RC-PROGRAM
            move WS-PRT-FILENAME to RC-FILENAME
            move WS-PRT-QTD to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Printed to " WS-PRT-FILENAME.

       PrintDocLine.
            add 1 to WS-PRT-QTD
            move OI-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key move spaces to NOME
            end-read
            move spaces to PrintLine
            move OI-SKU to PrintLine(1:4)
            move NOME to PrintLine(6:30)
            move OI-QTD to WS-QTD-ED
            move WS-QTD-ED to PrintLine(37:3)
            move OI-PRECO to WS-PRECO-ED
            move WS-PRECO-ED to PrintLine(44:8)
            move OI-VALOR to WS-VALOR-ED
            move WS-VALOR-ED to PrintLine(53:10)
            move OI-NOTA to PrintLine(64:26)
            write PrintLine.

       ListOpen.
            display "NUMBER DATE     VALID    CUSTOMER/PROSPECT"
                "                        TOTAL"
            move 'N' to WS-EOF
            move low-values to OR-NUM
            start OrcFile key is >= OR-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read OrcFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and OR-STATUS = 'O'
                    compute WS-TOTAL-GERAL = OR-TOTAL + OR-IMPOSTO
                    move WS-TOTAL-GERAL to WS-VALOR-ED
                    display OR-NUM " " OR-DATA " " OR-VALIDADE " "
                        OR-NOME " " WS-VALOR-ED
                end-if
            end-perform.

       LoseQuotation.
            perform ReadQuotation
            if WS-OK = 'N'
                exit paragraph
            end-if
            if OR-STATUS not = 'O'
                display "Quotation is not open (status " OR-STATUS ")"
                exit paragraph
            end-if
            display "Mark quotation " OR-NUM " lost? (Y/N): "
                with no advancing
            accept WS-ANSWER
            if WS-ANSWER = 'Y' or WS-ANSWER = 'y'
                move 'L' to OR-STATUS
                move WS-RUN-DATE to OR-DATA-STATUS
                move SG-OPERATOR to OR-OPERADOR
                rewrite OrcData
                    invalid key display "** unable to update quotation"
                    not invalid key display "Quotation marked lost."
                end-rewrite
            end-if.

       AcceptQuotation.
            perform ReadQuotation
            if WS-OK = 'N'
                exit paragraph
            end-if
            if OR-STATUS not = 'O'
                display "Quotation is not open (status " OR-STATUS ")"
                exit paragraph
            end-if
            if OR-VALIDADE < WS-RUN-DATE
                display "Quotation expired on " OR-VALIDADE
                exit paragraph
            end-if
            if OR-CLIENTE = zeros
                display "Prospect " OR-NOME
                display "Customer IDNum to invoice : " with no advancing
                accept WS-CLIENTE
            else
                move OR-CLIENTE to WS-CLIENTE
            end-if
            move WS-CLIENTE to IDNum
            read CustomerFile
                invalid key
                    display "Customer not on file - register the"
                        " customer first"
                    exit paragraph
            end-read
            if CustStatus = 'I'
                display "Customer is inactive."
                exit paragraph
            end-if
            compute WS-TOTAL-GERAL = OR-TOTAL + OR-IMPOSTO
            display "Invoice quotation " OR-NUM " to " FirstName " "
                LastName " for " WS-TOTAL-GERAL "? (Y/N): "
                with no advancing
            accept WS-ANSWER
            if WS-ANSWER not = 'Y' and WS-ANSWER not = 'y'
                exit paragraph
            end-if
            perform CreditCheck
            if WS-CRED-OK = 'N'
                display "Quotation not invoiced: credit limit"
                    " exceeded and no approved supervisor override."
                exit paragraph
            end-if
            perform WriteInvoiceSet
            if WS-OK = 'Y'
                move WS-CLIENTE to OR-CLIENTE
                move 'A' to OR-STATUS
                move WS-FAT-PROX to OR-FATURA
                move WS-RUN-DATE to OR-DATA-STATUS
                move SG-OPERATOR to OR-OPERADOR
                rewrite OrcData
                    invalid key
                        display "** invoice " WS-FAT-PROX " written but"
                            " quotation " OR-NUM " not updated"
                end-rewrite
                display "Quotation " OR-NUM " accepted - invoice "
                    WS-FAT-PROX
            end-if.

      *> The statement path's check (extrato.cob CreditCheck): open
      *> receivables less any ledger credit, plus this invoice,
      *> against CREDLIM.DAT; over the limit only an approved
      *> supervisor override lets the invoice through, and is logged.
       CreditCheck.
            move 'Y' to WS-CRED-OK
            open input CreditFile
            if CRED-FS not = "00"
                move zeros to CL-LIMITE
            else
                move WS-CLIENTE to CL-CLIENTE
                read CreditFile
                    invalid key move zeros to CL-LIMITE
                end-read
                close CreditFile
            end-if
            if CL-LIMITE = zeros
                exit paragraph
            end-if
            perform SumOpenReceivables
            perform FetchCreditBalance
            if WS-CRED-FAVOR >= WS-CRED-ABERTO
                move zeros to WS-CRED-ABERTO
            else
                subtract WS-CRED-FAVOR from WS-CRED-ABERTO
            end-if
            move WS-TOTAL-GERAL to WS-NOVO
            if WS-CRED-ABERTO + WS-NOVO > CL-LIMITE
                display "Credit limit " CL-LIMITE " exceeded:"
                    " open " WS-CRED-ABERTO " + new " WS-NOVO
                perform OverrideApproval
            end-if.

      *> An approved override covering this amount releases the
      *> invoice once; otherwise the block stands and the operator
      *> may queue a request for a supervisor to decide, as in
      *> extrato.cob.
       OverrideApproval.
            move 'N' to WS-CRED-OK
            move 'C'         to AQ-FUNC
            move "OVR"       to AQ-TIPO
            move spaces      to AQ-CHAVE
            move WS-CLIENTE  to AQ-CHAVE (1:8)
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            if AQ-SITUACAO = 'A' and AQ-VALOR >= WS-NOVO
                display "Override request " AQ-NUM " approved by "
                    AQ-APROVADOR " - invoice released"
                move 'X' to AQ-FUNC
                call "aprova" using WS-AQ-AREA
                perform LogOverride
                move 'Y' to WS-CRED-OK
                exit paragraph
            end-if
            if AQ-SITUACAO = 'P'
                display "Override request " AQ-NUM
                    " is waiting for a supervisor."
                exit paragraph
            end-if
            if AQ-SITUACAO = 'A'
                display "Approved override " AQ-NUM " covers only "
                    AQ-VALOR " - a new request is needed."
                exit paragraph
            end-if
            if AQ-SITUACAO = 'R'
                display "Last override request " AQ-NUM " rejected: "
                    AQ-MOTIVO
            end-if
            display "Request a supervisor override? (Y/N): "
                with no advancing
            accept WS-OVERRIDE
            if WS-OVERRIDE not = 'Y' and WS-OVERRIDE not = 'y'
                exit paragraph
            end-if
            move 'S'            to AQ-FUNC
            move "OVR"          to AQ-TIPO
            move spaces         to AQ-CHAVE
            move WS-CLIENTE     to AQ-CHAVE (1:8)
            move SG-OPERATOR    to AQ-OPERADOR
            move WS-NOVO        to AQ-VALOR
            move WS-CRED-ABERTO to OP-ABERTO
            move CL-LIMITE      to OP-LIMITE
            move WS-OVR-PEDIDO  to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "Override request " AQ-NUM " queued - accept"
                    " the quotation again once it is approved."
            end-if.

       SumOpenReceivables.
            move zeros to WS-CRED-ABERTO
            move 'N' to WS-CRED-EOF
            move WS-CLIENTE to CR-CLIENTE
            move zeros to CR-FATURA
            start ReceivFile key is >= CR-CHAVE
                invalid key move 'Y' to WS-CRED-EOF
            end-start
            perform until WS-CRED-EOF = 'Y'
                read ReceivFile next record
                    at end move 'Y' to WS-CRED-EOF
                end-read
                if WS-CRED-EOF = 'N'
                    if CR-CLIENTE not = WS-CLIENTE
                        move 'Y' to WS-CRED-EOF
                    else
                        compute WS-CRED-ABERTO = WS-CRED-ABERTO
                            + CR-VALOR-ORIG - CR-VALOR-PAGO
                    end-if
                end-if
            end-perform.

       FetchCreditBalance.
            move zeros to WS-CRED-FAVOR
            open input CredSaldo
            if CS-FS not = "00"
                exit paragraph
            end-if
            move WS-CLIENTE to CS-CLIENTE
            read CredSaldo
                invalid key continue
                not invalid key move CS-SALDO to WS-CRED-FAVOR
            end-read
            close CredSaldo.

       LogOverride.
            move WS-RUN-DATE    to OV-DATA
            move WS-CLIENTE     to OV-CLIENTE
            move WS-CRED-ABERTO to OV-ABERTO
            move WS-NOVO        to OV-NOVO
            move CL-LIMITE      to OV-LIMITE
            open extend OverrideLog
            if OVR-FS = "35"
                close OverrideLog
                open output OverrideLog
            end-if
            write OverrideRec from WS-OVR-LINE
            close OverrideLog.

      *> Header at the quoted totals, one invoice line per quoted
      *> line at the quoted value (split when over 9999.99, as
      *> contratfat.cob does), and the receivable due in 30 days.
       WriteInvoiceSet.
            move 'N' to WS-OK
            perform NextInvoiceNumber
            move WS-FAT-PROX to FAT-NUM
            move WS-CLIENTE  to FAT-CLIENTE
            move WS-RUN-DATE to FAT-DATA
            move OR-TOTAL    to FAT-TOTAL
            move OR-IMPOSTO  to FAT-IMPOSTO
            write FaturaData
                invalid key
                    display "** ERROR ** unable to write invoice "
                        FAT-NUM ", status " FAT-FS
                    exit paragraph
            end-write
            move 'Y' to WS-OK
            move zeros to WS-SEQ-FAT
            move 'N' to WS-IT-EOF
            move OR-NUM to OI-NUM
            move zeros to OI-SEQ
            start OrcItFile key is >= OI-CHAVE
                invalid key move 'Y' to WS-IT-EOF
            end-start
            perform until WS-IT-EOF = 'Y'
                read OrcItFile next record
                    at end move 'Y' to WS-IT-EOF
                end-read
                if WS-IT-EOF = 'N'
                    if OI-NUM not = OR-NUM
                        move 'Y' to WS-IT-EOF
                    else
                        perform WriteInvoiceLine
                    end-if
                end-if
            end-perform
            perform WriteReceivable.

       WriteInvoiceLine.
            move OI-VALOR to WS-LINHA-REST
            perform until WS-LINHA-REST = zeros
                    or WS-SEQ-FAT >= 99
                if WS-LINHA-REST > 9999.99
                    move 9999.99 to WS-LINHA-PARTE
                else
                    move WS-LINHA-REST to WS-LINHA-PARTE
                end-if
                subtract WS-LINHA-PARTE from WS-LINHA-REST
                add 1 to WS-SEQ-FAT
                move WS-FAT-PROX to FATIT-NUM
                move WS-SEQ-FAT  to FATIT-SEQ
                move OI-SKU      to FATIT-SKU
                move spaces      to FATIT-NOTA
                string "ORC " delimited by size
                       OR-NUM delimited by size
                       " QTD " delimited by size
                       OI-QTD delimited by size
                       " " delimited by size
                       OI-NOTA delimited by size
                    into FATIT-NOTA
                end-string
                move WS-LINHA-PARTE to FATIT-VALOR
                write FaturaItData
                    invalid key
                        display "** ERROR ** unable to write invoice"
                            " line " FATIT-SEQ " of invoice " FATIT-NUM
                end-write
            end-perform
            if WS-LINHA-REST > zeros
                display "** invoice " WS-FAT-PROX " ran out of"
                    " line numbers with " WS-LINHA-REST " unbilled"
            end-if.

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

       WriteReceivable.
            move WS-CLIENTE  to CR-CLIENTE
            move WS-FAT-PROX to CR-FATURA
            compute CR-VALOR-ORIG = OR-TOTAL + OR-IMPOSTO
            move zeros       to CR-VALOR-PAGO
            perform ApplyCreditBalance
            compute WS-VENC-INT =
                function integer-of-date(WS-RUN-DATE) + 30
            compute CR-VENCIMENTO =
                function date-of-integer(WS-VENC-INT)
            write ReceivData
                invalid key
                    display "** ERROR ** unable to open receivable for"
                        " invoice " CR-FATURA ", status " CR-FS
            end-write.

      *> Same draw-down extrato.cob applies: ledger credit pays the
      *> new invoice before anyone asks the customer for money.
       ApplyCreditBalance.
            move zeros to WS-CRED-APLICADO
            open i-o CredSaldo
            if CS-FS not = "00"
                exit paragraph
            end-if
            move WS-CLIENTE to CS-CLIENTE
            read CredSaldo
                invalid key
                    close CredSaldo
                    exit paragraph
            end-read
            if CS-SALDO = zeros
                close CredSaldo
                exit paragraph
            end-if
            if CS-SALDO >= CR-VALOR-ORIG
                move CR-VALOR-ORIG to WS-CRED-APLICADO
            else
                move CS-SALDO to WS-CRED-APLICADO
            end-if
            move WS-CRED-APLICADO to CR-VALOR-PAGO
            subtract WS-CRED-APLICADO from CS-SALDO
            rewrite CredSaldoData
                invalid key
                    display "** unable to draw down customer credit"
                    move zeros to CR-VALOR-PAGO
            end-rewrite
            close CredSaldo
            if CR-VALOR-PAGO > zeros
                perform WriteCreditJournal
                display "CREDITO APLICADO: " WS-CRED-APLICADO
            end-if.

       WriteCreditJournal.
            accept WS-RUN-TIME from time
            move WS-RUN-DATE      to CX-DATA
            move WS-RUN-HHMMSS    to CX-HORA
            move "CREDITO"        to CX-OPERADOR
            move CR-CLIENTE       to CX-CLIENTE
            move CR-FATURA        to CX-FATURA
            move WS-CRED-APLICADO to CX-VALOR
            open extend CashJournal
            if CX-FS = "35"
                close CashJournal
                open output CashJournal
            end-if
            write CashRecord from WS-CASH-LINE
            close CashJournal.

      *> Quotations dated in the month asked for: value quoted
      *> against won (accepted), lost, expired and still open, with
      *> the conversion rate by value and by count.
       ConversionReport.
            display "Month (yyyymm, 0 = current) : " with no advancing
            accept WS-MES
            if WS-MES = zeros
                move WS-RUN-DATE(1:6) to WS-MES
            end-if
            perform varying WS-CV-IDX from 1 by 1 until WS-CV-IDX > 5
                move zeros to CV-QTD (WS-CV-IDX) CV-VALOR (WS-CV-IDX)
            end-perform
            move 'N' to WS-EOF
            move low-values to OR-NUM
            start OrcFile key is >= OR-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read OrcFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and OR-DATA(1:6) = WS-MES
                    compute WS-TOTAL-GERAL = OR-TOTAL + OR-IMPOSTO
                    add 1 to CV-QTD (1)
                    add WS-TOTAL-GERAL to CV-VALOR (1)
                    evaluate OR-STATUS
                        when 'A' move 2 to WS-CV-IDX
                        when 'L' move 3 to WS-CV-IDX
                        when 'E' move 4 to WS-CV-IDX
                        when other move 5 to WS-CV-IDX
                    end-evaluate
                    add 1 to CV-QTD (WS-CV-IDX)
                    add WS-TOTAL-GERAL to CV-VALOR (WS-CV-IDX)
                end-if
            end-perform
            move spaces to WS-PRT-FILENAME
            string "ORCCONV" delimited by size
                   WS-MES delimited by size
                   ".rpt" delimited by size
                into WS-PRT-FILENAME
            end-string
            open output PrintFile
            if PRT-FS not = "00"
                display "** ERROR ** unable to open report, status " PRT-FS
                exit paragraph
            end-if
            move spaces to PrintLine
            string "CONVERSAO DE ORCAMENTOS - MES " delimited by size
                   WS-MES delimited by size
                into PrintLine
            end-string
            write PrintLine
            move "SITUACAO      QTD          VALOR  % VALOR" to PrintLine
            write PrintLine
            perform varying WS-CV-IDX from 1 by 1 until WS-CV-IDX > 5
                move spaces to PrintLine
                move CV-NOME (WS-CV-IDX) to PrintLine(1:12)
                move CV-QTD (WS-CV-IDX) to WS-CV-QTD-ED
                move WS-CV-QTD-ED to PrintLine(13:5)
                move CV-VALOR (WS-CV-IDX) to WS-CV-VALOR-ED
                move WS-CV-VALOR-ED to PrintLine(19:14)
                move zeros to WS-PCT
                if CV-VALOR (1) > zeros
                    compute WS-PCT rounded =
                        CV-VALOR (WS-CV-IDX) * 100 / CV-VALOR (1)
                end-if
                move WS-PCT to WS-PCT-ED
                move WS-PCT-ED to PrintLine(35:5)
                write PrintLine
            end-perform
            move zeros to WS-PCT
            if CV-QTD (1) > zeros
                compute WS-PCT rounded = CV-QTD (2) * 100 / CV-QTD (1)
            end-if
            move WS-PCT to WS-PCT-ED
            move spaces to PrintLine
            string "CONVERSAO POR QUANTIDADE " delimited by size
                   WS-PCT-ED delimited by size
                   "%" delimited by size
                into PrintLine
            end-string
            write PrintLine
            close PrintFile
            move "CONVERSAO ORCAMENTOS" to RC-REPORT
            move "orcamento" to RC-PROGRAM
            move WS-PRT-FILENAME to RC-FILENAME
            move CV-QTD (1) to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Quoted " CV-QTD (1) ", won " CV-QTD (2)
            display "Report : " WS-PRT-FILENAME.

       END PROGRAM orcamento.
