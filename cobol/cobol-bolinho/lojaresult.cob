       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lojaresult.
       AUTHOR. VILMAR CATAFESTA.
      *> Monthly profit and loss by store (LJ-LOJA) for the owner's
      *> meeting. vendanal only ever showed what each store sold;
      *> this takes the period's VENDHIST.DAT lines per VH-LOJA and
      *> builds, for every store, revenue at list price less the
      *> promotion discounts given (list VALOR-VENDA minus the
      *> shopper price on promotion lines), loyalty redemptions (the
      *> SKU 0000 DEV lines) and customer returns, then cost of goods
      *> sold at the SKU's VALOR-CUSTO, then count losses (AJUSTE.LOG,
      *> book above counted) and write-offs (BAIXA.DAT) at cost, down
      *> to gross margin. Full counts and expiry write-offs are
      *> taken against the company book, so they carry no store: each
      *> one is shared among the stores holding that SKU in
      *> ESTLOJA.DAT in proportion to their quantity; a SKU no store
      *> holds any more stays in a "not attributed" line. Cycle
      *> counts and returns written off as damaged carry the store on
      *> their AJUSTE.LOG / BAIXA.DAT line and are charged to it
      *> directly. Transfers (TRANSF.DAT) sent
      *> and received in the month are valued at cost and shown per
      *> store as stock movement - they move goods between stores,
      *> the sale that follows carries the margin. The closing page
      *> sets the stores side by side. Report: LOJARESyyyymm.TXT,
      *> registered with rptcat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                         FILE STATUS  IS VENDHIST-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT ARQUIVO-ESTLOJA ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LOJA-CHAVE
                         FILE STATUS  IS ESTLOJA-FS.
           SELECT ARQUIVO-TRANSF ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS TR-NUM
                         FILE STATUS  IS TRANSF-FS.
           SELECT ARQUIVO-AJUSTE-LOG ASSIGN TO "AJUSTE.LOG"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS AJUSTE-FS.
           SELECT BaixaFile ASSIGN TO "BAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS BAIXA-FS.
           SELECT ResultReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
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

       FD ARQUIVO-ESTLOJA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTLOJA.DAT".
       01 ESTOQUE-LOJA.
           05 LOJA-CHAVE.
               10 LJ-LOJA      PIC 9(02).
               10 LJ-SKU       PIC 9(04).
           05 LJ-QTD           PIC 9(04).

       FD ARQUIVO-TRANSF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TRANSF.DAT".
       01 TRANSFERENCIA.
           05 TR-NUM           PIC 9(06).
           05 TR-ORIGEM        PIC 9(02).
           05 TR-DESTINO       PIC 9(02).
           05 TR-SKU           PIC 9(04).
           05 TR-QTD           PIC 9(04).
           05 TR-SITUACAO      PIC X(01).
           05 TR-DATA-SAIDA    PIC 9(08).
           05 TR-DATA-CHEGADA  PIC 9(08).

       FD ARQUIVO-AJUSTE-LOG
           LABEL RECORDS ARE STANDARD.
       01 AJUSTE-LOG-REC           PIC X(60).

       FD BaixaFile.
       01 BaixaRec         PIC X(80).

       FD ResultReport.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 VENDHIST-FS      pic xx.
       01 ESTOQUE-FS       pic xx.
       01 ESTLOJA-FS       pic xx.
       01 TRANSF-FS        pic xx.
       01 AJUSTE-FS        pic xx.
       01 BAIXA-FS         pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-PERIODO       pic x(06).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-LIDAS         pic 9(06) value zeros.
       01 WS-IDX           pic 9(03).
       01 WS-LJ            pic 9(03).
       01 WS-SKU-NUM       pic 9(04).
       01 WS-QTD-PERDA     pic s9(06).
       01 WS-VALOR         pic s9(08)V99.
       01 WS-PARTE         pic s9(08)V99.
       01 WS-RESTO         pic s9(08)V99.
       01 WS-QTD-LOJAS     pic 9(07).
       01 WS-ULTIMA        pic 9(03).
       01 WS-PERDA-TIPO    pic x.
       01 WS-PERCENT       pic s9(05)V9.
       01 WS-LOJAS-ATIVAS  pic 9(03) value zeros.

      *> Every store code that has a row in ESTLOJA.DAT, loaded once
      *> so a loss is shared by reading only the stores that exist.
       01 WS-EL-TOTAL      pic 9(03) value zeros.
       01 WS-EL-TAB.
           02 WS-EL-LOJA   pic 9(02) occurs 100 times.
       01 WS-EL-QTD-TAB.
           02 WS-EL-QTD    pic 9(04) occurs 100 times.

      *> One row per store code 00-99, indexed by code + 1.
       01 WS-LJ-TAB.
           02 WS-LJ-ITEM occurs 100 times.
               05 LR-ATIVA     pic x.
               05 LR-BRUTO     pic s9(09)V99.
               05 LR-PROMO     pic s9(09)V99.
               05 LR-FIDEL     pic s9(09)V99.
               05 LR-DEVOL     pic s9(09)V99.
               05 LR-CMV       pic s9(09)V99.
               05 LR-AJUSTE    pic s9(09)V99.
               05 LR-BAIXA     pic s9(09)V99.
               05 LR-TR-ENT    pic s9(09)V99.
               05 LR-TR-SAI    pic s9(09)V99.
               05 LR-LIQUIDA   pic s9(09)V99.
               05 LR-MG-MERC   pic s9(09)V99.
               05 LR-PERDAS    pic s9(09)V99.
               05 LR-MARGEM    pic s9(09)V99.
       01 WS-TOT-ITEM.
           05 TT-ATIVA     pic x.
           05 TT-BRUTO     pic s9(09)V99.
           05 TT-PROMO     pic s9(09)V99.
           05 TT-FIDEL     pic s9(09)V99.
           05 TT-DEVOL     pic s9(09)V99.
           05 TT-CMV       pic s9(09)V99.
           05 TT-AJUSTE    pic s9(09)V99.
           05 TT-BAIXA     pic s9(09)V99.
           05 TT-TR-ENT    pic s9(09)V99.
           05 TT-TR-SAI    pic s9(09)V99.
           05 TT-LIQUIDA   pic s9(09)V99.
           05 TT-MG-MERC   pic s9(09)V99.
           05 TT-PERDAS    pic s9(09)V99.
           05 TT-MARGEM    pic s9(09)V99.
       01 WS-NA-AJUSTE     pic s9(09)V99 value zeros.
       01 WS-NA-BAIXA      pic s9(09)V99 value zeros.

       01 WS-AJ-IN         pic x(60).
       01 WS-AJ-IN-R redefines WS-AJ-IN.
           02 AJI-DATA     pic x(08).
           02 FILLER       pic x.
           02 AJI-SKU      pic x(04).
           02 FILLER       pic x(07).
           02 AJI-LIVRO    pic x(04).
           02 FILLER       pic x(09).
           02 AJI-CONTADO  pic x(04).
           02 FILLER       pic x(11).
           02 AJI-LOJA-TAG pic x(06).
           02 AJI-LOJA     pic x(02).
           02 FILLER       pic x(04).

       01 WS-BX-IN         pic x(80).
       01 WS-BX-IN-R redefines WS-BX-IN.
           02 BXI-DATA     pic x(08).
           02 FILLER       pic x.
           02 BXI-SKU      pic x(04).
           02 FILLER       pic x.
           02 BXI-QTD      pic x(04).
           02 FILLER       pic x(07).
           02 BXI-MOTIVO   pic x(09).
           02 FILLER       pic x(08).
           02 BXI-LOJA-TAG pic x(06).
           02 BXI-LOJA     pic x(02).
           02 FILLER       pic x(30).

       01 WS-PL-LINE.
           05 PL-ROTULO    pic x(40).
           05 PL-VALOR     pic z(9)9.99-.

       01 WS-CMP-HEAD1.
           05 FILLER       pic x(06) value "LOJA".
           05 FILLER       pic x(14) value "  REC.LIQUIDA".
           05 FILLER       pic x(14) value "          CMV".
           05 FILLER       pic x(14) value "    MG.MERCAD".
           05 FILLER       pic x(14) value "       PERDAS".
           05 FILLER       pic x(14) value "  MARGEM BRUTA".
           05 FILLER       pic x(08) value "   MG%".
           05 FILLER       pic x(14) value "  TRANSF.LIQ".
       01 WS-CMP-LINE.
           05 CL-LOJA      pic x(06).
           05 CL-LIQUIDA   pic z(9)9.99-.
           05 CL-CMV       pic z(9)9.99-.
           05 CL-MG-MERC   pic z(9)9.99-.
           05 CL-PERDAS    pic z(9)9.99-.
           05 CL-MARGEM    pic z(9)9.99-.
           05 FILLER       pic x(01) value space.
           05 CL-PERCENT   pic zzz9.9-.
           05 CL-TRANSF    pic z(9)9.99-.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            display "Periodo YYYYMM (branco = mes atual): "
                with no advancing
            move spaces to WS-PERIODO
            accept WS-PERIODO
            if WS-PERIODO = spaces
                accept WS-RUN-DATE from date yyyymmdd
                move WS-RUN-DATE(1:6) to WS-PERIODO
            end-if
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                stop run
            end-if
            open input ARQUIVO-VENDHIST
            if VENDHIST-FS not = "00"
                display "** ERROR ** unable to open VENDHIST.DAT, status " VENDHIST-FS
                close ARQUIVO-ESTOQUE
                stop run
            end-if
            initialize WS-LJ-TAB WS-TOT-ITEM
            perform LoadStores

            perform SweepSales
            perform SweepAjuste
            perform SweepBaixa
            perform SweepTransf
            close ARQUIVO-VENDHIST
            close ARQUIVO-ESTOQUE
            if WS-EL-TOTAL > zeros
                close ARQUIVO-ESTLOJA
            end-if

            move spaces to WS-REPORT-FILENAME
            string "LOJARES" WS-PERIODO ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output ResultReport
            move spaces to ReportLine
            string "RESULTADO POR LOJA - PERIODO " delimited by size
                   WS-PERIODO delimited by size
                into ReportLine
            end-string
            write ReportLine
            perform varying WS-LJ from 1 by 1 until WS-LJ > 100
                if LR-ATIVA (WS-LJ) = 'Y'
                    perform StoreStatement
                end-if
            end-perform
            perform Comparison
            close ResultReport

            move "RESULTADO POR LOJA" to RC-REPORT
            move "lojaresult"         to RC-PROGRAM
            move WS-REPORT-FILENAME   to RC-FILENAME
            move WS-LOJAS-ATIVAS      to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Store P&L for " WS-PERIODO
            display "  sales lines read : " WS-LIDAS
            display "  stores           : " WS-LOJAS-ATIVAS
            display "  gross margin     : " TT-MARGEM
            display "  report           : " WS-REPORT-FILENAME
            stop run.

      *> ESTLOJA.DAT is keyed store + SKU, so the distinct store
      *> codes come out in order on one pass. The file stays open
      *> for the loss sharing below.
       LoadStores.
            open input ARQUIVO-ESTLOJA
            if ESTLOJA-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to LOJA-CHAVE
            start ARQUIVO-ESTLOJA key is >= LOJA-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-ESTLOJA next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if WS-EL-TOTAL = zeros
                        add 1 to WS-EL-TOTAL
                        move LJ-LOJA to WS-EL-LOJA (WS-EL-TOTAL)
                    else
                        if LJ-LOJA not = WS-EL-LOJA (WS-EL-TOTAL)
                                and WS-EL-TOTAL < 100
                            add 1 to WS-EL-TOTAL
                            move LJ-LOJA to WS-EL-LOJA (WS-EL-TOTAL)
                        end-if
                    end-if
                end-if
            end-perform
            if WS-EL-TOTAL = zeros
                close ARQUIVO-ESTLOJA
            end-if.

      *> Same key range vendanal uses: first day of the period up to
      *> the first record past it.
       SweepSales.
            move 'N' to WS-EOF
            compute VH-DATA =
                function numval(WS-PERIODO) * 100 + 1
            move zeros to VH-SEQ
            start ARQUIVO-VENDHIST key is >= VH-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if VH-DATA (1:6) not = WS-PERIODO
                        move 'Y' to WS-EOF
                    else
                        add 1 to WS-LIDAS
                        perform OneSale
                    end-if
                end-if
            end-perform.

       OneSale.
      *>    A gift card sold (VPR) is a liability, not a sale.
            if VH-DEV = "VPR"
                exit paragraph
            end-if
            compute WS-LJ = VH-LOJA + 1
            move 'Y' to LR-ATIVA (WS-LJ)
            compute WS-VALOR = VH-VALOR * VH-QTD
      *>    The loyalty redemption is a DEV line on SKU 0000: money
      *>    given back, no goods moved.
            if VH-DEV = "DEV" and VH-SKU = zeros
                add WS-VALOR to LR-FIDEL (WS-LJ)
                exit paragraph
            end-if
            move VH-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    move zeros to VALOR-CUSTO VALOR-VENDA
            end-read
            if VH-DEV = "DEV"
      *>        The goods came back: the refund is a return and the
      *>        cost leaves cost of sales again.
                add WS-VALOR to LR-DEVOL (WS-LJ)
                compute LR-CMV (WS-LJ) =
                    LR-CMV (WS-LJ) - VALOR-CUSTO * VH-QTD
                exit paragraph
            end-if
      *>    The line carries the shopper price; on a promotion line
      *>    the gap to today's list price is the discount given.
            if VH-PROMO-TIPO not = "-" and VH-PROMO-TIPO not = space
                    and VALOR-VENDA > VH-VALOR
                compute WS-PARTE = (VALOR-VENDA - VH-VALOR) * VH-QTD
                add WS-PARTE to LR-PROMO (WS-LJ)
                add WS-PARTE to LR-BRUTO (WS-LJ)
            end-if
            add WS-VALOR to LR-BRUTO (WS-LJ)
            compute LR-CMV (WS-LJ) =
                LR-CMV (WS-LJ) + VALOR-CUSTO * VH-QTD.

       SweepAjuste.
            move 'N' to WS-EOF
            open input ARQUIVO-AJUSTE-LOG
            if AJUSTE-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read ARQUIVO-AJUSTE-LOG into WS-AJ-IN
                    at end move 'Y' to WS-EOF
                    not at end perform OneAjuste
                end-read
            end-perform
            close ARQUIVO-AJUSTE-LOG.

      *> As in perdames: only a count below the book is a loss.
       OneAjuste.
            if AJI-DATA not numeric or AJI-SKU not numeric
                exit paragraph
            end-if
            if AJI-DATA (1:6) not = WS-PERIODO
                exit paragraph
            end-if
            compute WS-QTD-PERDA =
                function numval(AJI-LIVRO)
                - function numval(AJI-CONTADO)
            if WS-QTD-PERDA <= zeros
                exit paragraph
            end-if
            compute WS-SKU-NUM = function numval(AJI-SKU)
            perform ValueLoss
            move 'A' to WS-PERDA-TIPO
      *>    A cycle count (ciclocont) is taken in one store and says so.
            if AJI-LOJA-TAG = " loja " and AJI-LOJA numeric
                compute WS-LJ = function numval(AJI-LOJA) + 1
                move WS-VALOR to WS-PARTE
                perform PostLoss
            else
                perform ShareLoss
            end-if.

       SweepBaixa.
            move 'N' to WS-EOF
            open input BaixaFile
            if BAIXA-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read BaixaFile into WS-BX-IN
                    at end move 'Y' to WS-EOF
                    not at end perform OneBaixa
                end-read
            end-perform
            close BaixaFile.

       OneBaixa.
            if BXI-DATA not numeric or BXI-SKU not numeric
                    or BXI-QTD not numeric
                exit paragraph
            end-if
            if BXI-DATA (1:6) not = WS-PERIODO
                exit paragraph
            end-if
            compute WS-QTD-PERDA = function numval(BXI-QTD)
            compute WS-SKU-NUM = function numval(BXI-SKU)
            perform ValueLoss
            move 'B' to WS-PERDA-TIPO
      *>    A damaged return names the store that took it back.
            if BXI-LOJA-TAG = " loja " and BXI-LOJA numeric
                compute WS-LJ = function numval(BXI-LOJA) + 1
                move WS-VALOR to WS-PARTE
                perform PostLoss
            else
                perform ShareLoss
            end-if.

      *> Current catalogue cost, as perdames values its losses.
       ValueLoss.
            move WS-SKU-NUM to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    move zeros to VALOR-CUSTO
            end-read
            compute WS-VALOR = WS-QTD-PERDA * VALOR-CUSTO.

      *> Split WS-VALOR over the stores holding the SKU today, by
      *> quantity held; the last store takes the rounding so the
      *> shares add back to the loss.
       ShareLoss.
            move zeros to WS-QTD-LOJAS WS-ULTIMA
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-EL-TOTAL
                move WS-EL-LOJA (WS-IDX) to LJ-LOJA
                move WS-SKU-NUM to LJ-SKU
                read ARQUIVO-ESTLOJA
                    invalid key move zeros to LJ-QTD
                end-read
                move LJ-QTD to WS-EL-QTD (WS-IDX)
                if LJ-QTD > zeros
                    add LJ-QTD to WS-QTD-LOJAS
                    move WS-IDX to WS-ULTIMA
                end-if
            end-perform
            if WS-QTD-LOJAS = zeros
                if WS-PERDA-TIPO = 'A'
                    add WS-VALOR to WS-NA-AJUSTE
                else
                    add WS-VALOR to WS-NA-BAIXA
                end-if
                exit paragraph
            end-if
            move WS-VALOR to WS-RESTO
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-EL-TOTAL
                if WS-EL-QTD (WS-IDX) > zeros
                    if WS-IDX = WS-ULTIMA
                        move WS-RESTO to WS-PARTE
                    else
                        compute WS-PARTE rounded =
                            WS-VALOR * WS-EL-QTD (WS-IDX) / WS-QTD-LOJAS
                        subtract WS-PARTE from WS-RESTO
                    end-if
                    compute WS-LJ = WS-EL-LOJA (WS-IDX) + 1
                    perform PostLoss
                end-if
            end-perform.

       PostLoss.
            move 'Y' to LR-ATIVA (WS-LJ)
            if WS-PERDA-TIPO = 'A'
                add WS-PARTE to LR-AJUSTE (WS-LJ)
            else
                add WS-PARTE to LR-BAIXA (WS-LJ)
            end-if.

      *> Sent on the exit date, received on the arrival date; a
      *> transfer still in transit has only left its origin.
       SweepTransf.
            open input ARQUIVO-TRANSF
            if TRANSF-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to TR-NUM
            start ARQUIVO-TRANSF key is >= TR-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-TRANSF next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform OneTransf
                end-if
            end-perform
            close ARQUIVO-TRANSF.

       OneTransf.
            move TR-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    move zeros to VALOR-CUSTO
            end-read
            compute WS-VALOR = TR-QTD * VALOR-CUSTO
            if TR-DATA-SAIDA (1:6) = WS-PERIODO
                compute WS-LJ = TR-ORIGEM + 1
                move 'Y' to LR-ATIVA (WS-LJ)
                add WS-VALOR to LR-TR-SAI (WS-LJ)
            end-if
            if TR-SITUACAO = "R" and TR-DATA-CHEGADA (1:6) = WS-PERIODO
                compute WS-LJ = TR-DESTINO + 1
                move 'Y' to LR-ATIVA (WS-LJ)
                add WS-VALOR to LR-TR-ENT (WS-LJ)
            end-if.

       StoreStatement.
            add 1 to WS-LOJAS-ATIVAS
            compute LR-LIQUIDA (WS-LJ) = LR-BRUTO (WS-LJ)
                - LR-PROMO (WS-LJ) - LR-FIDEL (WS-LJ) - LR-DEVOL (WS-LJ)
            compute LR-MG-MERC (WS-LJ) =
                LR-LIQUIDA (WS-LJ) - LR-CMV (WS-LJ)
            compute LR-PERDAS (WS-LJ) =
                LR-AJUSTE (WS-LJ) + LR-BAIXA (WS-LJ)
            compute LR-MARGEM (WS-LJ) =
                LR-MG-MERC (WS-LJ) - LR-PERDAS (WS-LJ)
            add LR-BRUTO (WS-LJ)   to TT-BRUTO
            add LR-PROMO (WS-LJ)   to TT-PROMO
            add LR-FIDEL (WS-LJ)   to TT-FIDEL
            add LR-DEVOL (WS-LJ)   to TT-DEVOL
            add LR-CMV (WS-LJ)     to TT-CMV
            add LR-AJUSTE (WS-LJ)  to TT-AJUSTE
            add LR-BAIXA (WS-LJ)   to TT-BAIXA
            add LR-TR-ENT (WS-LJ)  to TT-TR-ENT
            add LR-TR-SAI (WS-LJ)  to TT-TR-SAI
            add LR-LIQUIDA (WS-LJ) to TT-LIQUIDA
            add LR-MG-MERC (WS-LJ) to TT-MG-MERC
            add LR-PERDAS (WS-LJ)  to TT-PERDAS
            add LR-MARGEM (WS-LJ)  to TT-MARGEM

            move spaces to ReportLine
            write ReportLine
            compute WS-IDX = WS-LJ - 1
            move spaces to ReportLine
            string "LOJA " WS-IDX (2:2) delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "  Vendas a preco de tabela"        to PL-ROTULO
            move LR-BRUTO (WS-LJ)                     to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  (-) Descontos de promocao"       to PL-ROTULO
            move LR-PROMO (WS-LJ)                     to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  (-) Resgates de fidelidade"      to PL-ROTULO
            move LR-FIDEL (WS-LJ)                     to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  (-) Devolucoes"                  to PL-ROTULO
            move LR-DEVOL (WS-LJ)                     to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  = Receita liquida"               to PL-ROTULO
            move LR-LIQUIDA (WS-LJ)                   to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  (-) Custo das mercadorias vendidas" to PL-ROTULO
            move LR-CMV (WS-LJ)                       to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  = Margem de mercadoria"          to PL-ROTULO
            move LR-MG-MERC (WS-LJ)                   to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  (-) Perdas de contagem"          to PL-ROTULO
            move LR-AJUSTE (WS-LJ)                    to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  (-) Baixas (vencidos/avariados)" to PL-ROTULO
            move LR-BAIXA (WS-LJ)                     to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  = Margem bruta"                  to PL-ROTULO
            move LR-MARGEM (WS-LJ)                    to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  Transferencias recebidas (custo)" to PL-ROTULO
            move LR-TR-ENT (WS-LJ)                    to PL-VALOR
            write ReportLine from WS-PL-LINE
            move "  Transferencias enviadas (custo)" to PL-ROTULO
            move LR-TR-SAI (WS-LJ)                    to PL-VALOR
            write ReportLine from WS-PL-LINE.

       Comparison.
            compute TT-PERDAS = TT-PERDAS + WS-NA-AJUSTE + WS-NA-BAIXA
            compute TT-MARGEM = TT-MARGEM - WS-NA-AJUSTE - WS-NA-BAIXA
            move spaces to ReportLine
            write ReportLine
            move "COMPARATIVO ENTRE LOJAS" to ReportLine
            write ReportLine
            write ReportLine from WS-CMP-HEAD1
            perform varying WS-LJ from 1 by 1 until WS-LJ > 100
                if LR-ATIVA (WS-LJ) = 'Y'
                    compute WS-IDX = WS-LJ - 1
                    move spaces to CL-LOJA
                    move WS-IDX (2:2) to CL-LOJA (1:2)
                    move LR-LIQUIDA (WS-LJ) to CL-LIQUIDA
                    move LR-CMV (WS-LJ)     to CL-CMV
                    move LR-MG-MERC (WS-LJ) to CL-MG-MERC
                    move LR-PERDAS (WS-LJ)  to CL-PERDAS
                    move LR-MARGEM (WS-LJ)  to CL-MARGEM
                    move zeros to WS-PERCENT
                    if LR-LIQUIDA (WS-LJ) not = zeros
                        compute WS-PERCENT rounded =
                            LR-MARGEM (WS-LJ) * 100 / LR-LIQUIDA (WS-LJ)
                    end-if
                    move WS-PERCENT to CL-PERCENT
                    compute CL-TRANSF =
                        LR-TR-ENT (WS-LJ) - LR-TR-SAI (WS-LJ)
                    write ReportLine from WS-CMP-LINE
                end-if
            end-perform
            if WS-NA-AJUSTE not = zeros or WS-NA-BAIXA not = zeros
                move "N/A"      to CL-LOJA
                move zeros      to CL-LIQUIDA CL-CMV CL-MG-MERC
                                   CL-PERCENT CL-TRANSF
                compute CL-PERDAS = WS-NA-AJUSTE + WS-NA-BAIXA
                compute CL-MARGEM = zero - WS-NA-AJUSTE - WS-NA-BAIXA
                write ReportLine from WS-CMP-LINE
            end-if
            move "TOTAL"        to CL-LOJA
            move TT-LIQUIDA     to CL-LIQUIDA
            move TT-CMV         to CL-CMV
            move TT-MG-MERC     to CL-MG-MERC
            move TT-PERDAS      to CL-PERDAS
            move TT-MARGEM      to CL-MARGEM
            move zeros to WS-PERCENT
            if TT-LIQUIDA not = zeros
                compute WS-PERCENT rounded =
                    TT-MARGEM * 100 / TT-LIQUIDA
            end-if
            move WS-PERCENT     to CL-PERCENT
            compute CL-TRANSF = TT-TR-ENT - TT-TR-SAI
            write ReportLine from WS-CMP-LINE
            if WS-NA-AJUSTE not = zeros or WS-NA-BAIXA not = zeros
                move spaces to ReportLine
                write ReportLine
                move "N/A = perdas de SKU sem saldo em nenhuma loja"
                    to ReportLine
                write ReportLine
            end-if.

       END PROGRAM lojaresult.
