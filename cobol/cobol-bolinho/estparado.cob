       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. estparado.
       AUTHOR. VILMAR CATAFESTA.
      *> Dead-stock aging: how much money is sitting on each store's
      *> shelves in goods that have stopped moving. For every
      *> ESTLOJA.DAT row with stock on hand it finds the last sale of
      *> the SKU at that store (VENDHIST.DAT, VH-LOJA; returns, gift
      *> cards and loyalty lines are not sales), the last transfer in
      *> or out of that store (TRANSF.DAT, leaving on TR-DATA-SAIDA,
      *> arriving on TR-DATA-CHEGADA) and the last receipt of the SKU
      *> (RECEBTO.DAT - the receipt line carries no store, so a
      *> delivery counts as movement for every store holding the
      *> SKU). The most recent of the three is the last movement; the
      *> quantity is aged from it into 0-30, 31-90, 91-180 and over
      *> 180 days and valued at VALOR-CUSTO, per store and in total.
      *> A row with no movement on file at all ages as over 180.
      *> Rows idle for more than 90 days are listed as candidates:
      *> stock that has not sold at the store since it was last
      *> received goes back to the supplier (DEVOLVER FORNECEDOR,
      *> when the product has a FORNECEDOR-COD), anything that did
      *> sell and then stopped is for clearance (LIQUIDACAO).
      *> Report: ESTPARADOyyyymmdd.TXT, registered with rptcat.
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
           SELECT ARQUIVO-RECEBTO ASSIGN TO "RECEBTO.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RECEBTO-FS.
           SELECT ParadoReport ASSIGN TO WS-REPORT-FILENAME
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

       FD ARQUIVO-RECEBTO
           LABEL RECORDS ARE STANDARD.
       01 RECEBTO-REC              PIC X(80).

       FD ParadoReport.
       01 ReportLine       pic x(110).

       WORKING-STORAGE SECTION.
       01 VENDHIST-FS      pic xx.
       01 ESTOQUE-FS       pic xx.
       01 ESTLOJA-FS       pic xx.
       01 TRANSF-FS        pic xx.
       01 RECEBTO-FS       pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-DATA          pic 9(08).
       01 WS-ULTIMO        pic 9(08).
       01 WS-DIAS          pic 9(05).
       01 WS-DIAS-ED       pic zzzz9.
       01 WS-DATA-X        pic x(08).
       01 WS-FAIXA         pic 9.
       01 WS-IDX           pic 9(05).
       01 WS-F             pic 9.
       01 WS-SKU-NUM       pic 9(05).
       01 WS-LOJA-ATUAL    pic 9(02).
       01 WS-VALOR         pic 9(08)V99.
       01 WS-SUGESTAO      pic x(20).
       01 WS-CANDIDATOS    pic 9(05) value zeros.
       01 WS-SEM-TABELA    pic 9(05) value zeros.

      *> Store/SKU rows with stock, in ESTLOJA.DAT key order, so the
      *> sales and transfer passes find their row by key.
       01 WS-ES-QTD        pic 9(05) value zeros.
       01 WS-ES-TAB.
           02 WS-ES occurs 1 to 20000 times
                    depending on WS-ES-QTD
                    ascending key is ES-CHAVE
                    indexed by ES-X.
               05 ES-CHAVE.
                   10 ES-LOJA      pic 9(02).
                   10 ES-SKU       pic 9(04).
               05 ES-QTD           pic 9(04).
               05 ES-ULT-VENDA     pic 9(08).
               05 ES-ULT-TRANSF    pic 9(08).
       01 WS-BUSCA-CHAVE.
           05 WS-BUSCA-LOJA    pic 9(02).
           05 WS-BUSCA-SKU     pic 9(04).

      *> Last receipt date by SKU (subscript SKU + 1).
       01 WS-RECEB-TAB.
           02 WS-ULT-RECEB     pic 9(08) occurs 10000 times.

      *> Aging buckets for the store being printed and the company.
       01 WS-FX-LOJA.
           02 WS-FXL occurs 4 times.
               05 FXL-QTD      pic 9(07).
               05 FXL-VALOR    pic 9(09)V99.
       01 WS-FX-TOTAL.
           02 WS-FXT occurs 4 times.
               05 FXT-QTD      pic 9(07).
               05 FXT-VALOR    pic 9(09)V99.
       01 WS-TOT-VALOR     pic 9(10)V99.

       01 WS-RC-IN         pic x(80).
       01 WS-RC-IN-R redefines WS-RC-IN.
           05 RI-YYYY      pic x(04).
           05 FILLER       pic x.
           05 RI-MM        pic x(02).
           05 FILLER       pic x.
           05 RI-DD        pic x(02).
           05 FILLER       pic x.
           05 RI-SKU       pic x(04).
           05 FILLER       pic x(65).

       01 WS-FX-HDR1.
           05 FILLER       pic x(06) value "LOJA".
           05 FILLER       pic x(20) value "     0-30 DIAS".
           05 FILLER       pic x(20) value "    31-90 DIAS".
           05 FILLER       pic x(20) value "   91-180 DIAS".
           05 FILLER       pic x(20) value "  MAIS DE 180".
           05 FILLER       pic x(14) value "   TOTAL CUSTO".
       01 WS-FX-HDR2.
           05 FILLER       pic x(06) value spaces.
           05 FILLER       pic x(20) value "   QTD       CUSTO".
           05 FILLER       pic x(20) value "   QTD       CUSTO".
           05 FILLER       pic x(20) value "   QTD       CUSTO".
           05 FILLER       pic x(20) value "   QTD       CUSTO".

       01 WS-FX-LINE.
           05 FX-LOJA      pic x(05).
           05 FILLER       pic x value space.
           05 FX-COL occurs 4 times.
               10 FX-QTD       pic zzzzz9.
               10 FILLER       pic x value space.
               10 FX-VALOR     pic z(8)9.99.
               10 FILLER       pic x value space.
           05 FX-TOTAL     pic z(10)9.99.

       01 WS-CAND-HDR.
           05 FILLER       pic x(08) value "LJ SKU".
           05 FILLER       pic x(21) value "PRODUTO".
           05 FILLER       pic x(05) value "  QTD".
           05 FILLER       pic x(13) value "       CUSTO".
           05 FILLER       pic x(09) value " U.VENDA".
           05 FILLER       pic x(09) value " U.RECEB".
           05 FILLER       pic x(09) value " U.TRANSF".
           05 FILLER       pic x(07) value "  DIAS".
           05 FILLER       pic x(20) value "SUGESTAO".

       01 WS-CAND-LINE.
           05 CL-LOJA      pic 99.
           05 FILLER       pic x value space.
           05 CL-SKU       pic 9(04).
           05 FILLER       pic x value space.
           05 CL-NOME      pic x(20).
           05 FILLER       pic x value space.
           05 CL-QTD       pic zzz9.
           05 FILLER       pic x value space.
           05 CL-VALOR     pic z(8)9.99.
           05 FILLER       pic x value space.
           05 CL-VENDA     pic x(08).
           05 FILLER       pic x value space.
           05 CL-RECEB     pic x(08).
           05 FILLER       pic x value space.
           05 CL-TRANSF    pic x(08).
           05 FILLER       pic x value space.
           05 CL-DIAS      pic x(05).
           05 FILLER       pic x(02) value spaces.
           05 CL-SUGESTAO  pic x(20).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                move 8 to return-code
                stop run
            end-if
            open input ARQUIVO-ESTLOJA
            if ESTLOJA-FS not = "00"
                display "** ERROR ** unable to open ESTLOJA.DAT, status " ESTLOJA-FS
                close ARQUIVO-ESTOQUE
                move 8 to return-code
                stop run
            end-if
            perform LoadRows
            close ARQUIVO-ESTLOJA
            perform LastSales
            perform LastTransfers
            perform LastReceipts

            move spaces to WS-REPORT-FILENAME
            string "ESTPARADO" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output ParadoReport
            if RPT-FS not = "00"
                display "** ERROR ** unable to open " WS-REPORT-FILENAME
                    ", status " RPT-FS
                close ARQUIVO-ESTOQUE
                move 8 to return-code
                stop run
            end-if
            perform WriteReport
            close ParadoReport
            close ARQUIVO-ESTOQUE

            move "ESTOQUE PARADO"     to RC-REPORT
            move "estparado"          to RC-PROGRAM
            move WS-REPORT-FILENAME   to RC-FILENAME
            move WS-CANDIDATOS        to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Dead-stock aging on " WS-RUN-DATE
            display "  store/SKU rows     : " WS-ES-QTD
            display "  candidates         : " WS-CANDIDATOS
            display "  value on hand      : " WS-TOT-VALOR
            display "  report             : " WS-REPORT-FILENAME
            stop run.

       LoadRows.
            move 'N' to WS-EOF
            move low-values to LOJA-CHAVE
            start ARQUIVO-ESTLOJA key is >= LOJA-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-ESTLOJA next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and LJ-QTD > zeros
                    if WS-ES-QTD < 20000
                        add 1 to WS-ES-QTD
                        move LJ-LOJA to ES-LOJA (WS-ES-QTD)
                        move LJ-SKU  to ES-SKU (WS-ES-QTD)
                        move LJ-QTD  to ES-QTD (WS-ES-QTD)
                        move zeros   to ES-ULT-VENDA (WS-ES-QTD)
                                        ES-ULT-TRANSF (WS-ES-QTD)
                    else
                        add 1 to WS-SEM-TABELA
                    end-if
                end-if
            end-perform.

      *> VENDHIST.DAT is in date order, so the last sale seen for a
      *> row is its latest.
       LastSales.
            if WS-ES-QTD = zeros
                exit paragraph
            end-if
            open input ARQUIVO-VENDHIST
            if VENDHIST-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to VH-CHAVE
            start ARQUIVO-VENDHIST key is >= VH-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and VH-DEV = spaces and VH-SKU > zeros
                    move VH-LOJA to WS-BUSCA-LOJA
                    move VH-SKU  to WS-BUSCA-SKU
                    search all WS-ES
                        when ES-CHAVE (ES-X) = WS-BUSCA-CHAVE
                            if VH-DATA > ES-ULT-VENDA (ES-X)
                                move VH-DATA to ES-ULT-VENDA (ES-X)
                            end-if
                    end-search
                end-if
            end-perform
            close ARQUIVO-VENDHIST.

      *> A transfer moves stock at both ends: the origin on the day it
      *> left, the destination on the day it arrived.
       LastTransfers.
            if WS-ES-QTD = zeros
                exit paragraph
            end-if
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
                    move TR-ORIGEM     to WS-BUSCA-LOJA
                    move TR-SKU        to WS-BUSCA-SKU
                    move TR-DATA-SAIDA to WS-DATA
                    perform PostTransfer
                    if TR-SITUACAO = 'R'
                        move TR-DESTINO      to WS-BUSCA-LOJA
                        move TR-DATA-CHEGADA to WS-DATA
                        perform PostTransfer
                    end-if
                end-if
            end-perform
            close ARQUIVO-TRANSF.

       PostTransfer.
            search all WS-ES
                when ES-CHAVE (ES-X) = WS-BUSCA-CHAVE
                    if WS-DATA > ES-ULT-TRANSF (ES-X)
                        move WS-DATA to ES-ULT-TRANSF (ES-X)
                    end-if
            end-search.

       LastReceipts.
            move zeros to WS-RECEB-TAB
            open input ARQUIVO-RECEBTO
            if RECEBTO-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read ARQUIVO-RECEBTO into WS-RC-IN
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if RI-YYYY numeric and RI-MM numeric
                            and RI-DD numeric and RI-SKU numeric
                        compute WS-DATA = function numval(RI-YYYY) * 10000
                            + function numval(RI-MM) * 100
                            + function numval(RI-DD)
                        compute WS-SKU-NUM = function numval(RI-SKU) + 1
                        if WS-DATA > WS-ULT-RECEB (WS-SKU-NUM)
                            move WS-DATA to WS-ULT-RECEB (WS-SKU-NUM)
                        end-if
                    end-if
                end-if
            end-perform
            close ARQUIVO-RECEBTO.

       WriteReport.
            move zeros to WS-FX-TOTAL WS-FX-LOJA WS-TOT-VALOR
            move spaces to ReportLine
            string "ESTOQUE PARADO POR LOJA - IDADE DESDE A ULTIMA "
                   "MOVIMENTACAO (VENDA, RECEBIMENTO OU TRANSFERENCIA) EM "
                   WS-RUN-DATE
                delimited by size into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            write ReportLine from WS-FX-HDR1
            write ReportLine from WS-FX-HDR2
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-ES-QTD
                if WS-IDX > 1
                        and ES-LOJA (WS-IDX) not = WS-LOJA-ATUAL
                    perform WriteStoreBuckets
                end-if
                move ES-LOJA (WS-IDX) to WS-LOJA-ATUAL
                perform AgeRow
            end-perform
            if WS-ES-QTD > zeros
                perform WriteStoreBuckets
            end-if
            move "TOTAL" to FX-LOJA
            move zeros to WS-VALOR
            perform varying WS-F from 1 by 1 until WS-F > 4
                move FXT-QTD (WS-F)   to FX-QTD (WS-F)
                move FXT-VALOR (WS-F) to FX-VALOR (WS-F)
                add FXT-VALOR (WS-F)  to WS-VALOR
            end-perform
            move WS-VALOR to FX-TOTAL WS-TOT-VALOR
            write ReportLine from WS-FX-LINE
            if WS-SEM-TABELA > zeros
                move spaces to ReportLine
                string "Atencao: " WS-SEM-TABELA
                       " linhas de ESTLOJA.DAT alem da capacidade"
                       " da tabela nao foram avaliadas."
                    delimited by size into ReportLine
                end-string
                write ReportLine
            end-if

            move spaces to ReportLine
            write ReportLine
            move "CANDIDATOS A LIQUIDACAO OU DEVOLUCAO AO FORNECEDOR (MAIS DE 90 DIAS PARADO)"
                to ReportLine
            write ReportLine
            write ReportLine from WS-CAND-HDR
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-ES-QTD
                perform AgeDays
                if WS-FAIXA > 2
                    perform WriteCandidate
                end-if
            end-perform
            if WS-CANDIDATOS = zeros
                move "Nenhum item parado ha mais de 90 dias." to ReportLine
                write ReportLine
            end-if.

      *> Days since the latest of the row's sale, transfer and the
      *> SKU's receipt; bucket 1 to 4.
       AgeDays.
            move ES-ULT-VENDA (WS-IDX) to WS-ULTIMO
            if ES-ULT-TRANSF (WS-IDX) > WS-ULTIMO
                move ES-ULT-TRANSF (WS-IDX) to WS-ULTIMO
            end-if
            compute WS-SKU-NUM = ES-SKU (WS-IDX) + 1
            if WS-ULT-RECEB (WS-SKU-NUM) > WS-ULTIMO
                move WS-ULT-RECEB (WS-SKU-NUM) to WS-ULTIMO
            end-if
            if WS-ULTIMO = zeros
                move 99999 to WS-DIAS
            else
                compute WS-DIAS = WS-HOJE-INT
                    - function integer-of-date(WS-ULTIMO)
            end-if
            evaluate true
                when WS-DIAS <= 30
                    move 1 to WS-FAIXA
                when WS-DIAS <= 90
                    move 2 to WS-FAIXA
                when WS-DIAS <= 180
                    move 3 to WS-FAIXA
                when other
                    move 4 to WS-FAIXA
            end-evaluate.

       AgeRow.
            perform AgeDays
            move ES-SKU (WS-IDX) to SKU
            read ARQUIVO-ESTOQUE
                invalid key move zeros to VALOR-CUSTO
            end-read
            compute WS-VALOR = ES-QTD (WS-IDX) * VALOR-CUSTO
            add ES-QTD (WS-IDX) to FXL-QTD (WS-FAIXA) FXT-QTD (WS-FAIXA)
            add WS-VALOR        to FXL-VALOR (WS-FAIXA) FXT-VALOR (WS-FAIXA).

       WriteStoreBuckets.
            move spaces to FX-LOJA
            move WS-LOJA-ATUAL to FX-LOJA (1:2)
            move zeros to WS-VALOR
            perform varying WS-F from 1 by 1 until WS-F > 4
                move FXL-QTD (WS-F)   to FX-QTD (WS-F)
                move FXL-VALOR (WS-F) to FX-VALOR (WS-F)
                add FXL-VALOR (WS-F)  to WS-VALOR
            end-perform
            move WS-VALOR to FX-TOTAL
            write ReportLine from WS-FX-LINE
            move zeros to WS-FX-LOJA.

      *> Never sold at the store since the last delivery: the goods
      *> were a poor buy and the supplier may take them back. Sold
      *> once and then stopped: mark it down and clear the shelf.
       WriteCandidate.
            move ES-SKU (WS-IDX) to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    move spaces to NOME
                    move zeros  to VALOR-CUSTO FORNECEDOR-COD
            end-read
            compute WS-VALOR = ES-QTD (WS-IDX) * VALOR-CUSTO
            if ES-ULT-VENDA (WS-IDX) < WS-ULT-RECEB (WS-SKU-NUM)
                    and FORNECEDOR-COD > zeros
                move "DEVOLVER FORNECEDOR" to WS-SUGESTAO
            else
                move "LIQUIDACAO"          to WS-SUGESTAO
            end-if
            move ES-LOJA (WS-IDX)  to CL-LOJA
            move ES-SKU (WS-IDX)   to CL-SKU
            move NOME              to CL-NOME
            move ES-QTD (WS-IDX)   to CL-QTD
            move WS-VALOR          to CL-VALOR
            move WS-SUGESTAO       to CL-SUGESTAO
            move ES-ULT-VENDA (WS-IDX) to WS-DATA
            perform FormatDate
            move WS-DATA-X         to CL-VENDA
            move WS-ULT-RECEB (WS-SKU-NUM) to WS-DATA
            perform FormatDate
            move WS-DATA-X         to CL-RECEB
            move ES-ULT-TRANSF (WS-IDX) to WS-DATA
            perform FormatDate
            move WS-DATA-X         to CL-TRANSF
            if WS-DIAS = 99999
                move "  ---" to CL-DIAS
            else
                move WS-DIAS to WS-DIAS-ED
                move WS-DIAS-ED to CL-DIAS
            end-if
            write ReportLine from WS-CAND-LINE
            add 1 to WS-CANDIDATOS.

      *> A date never seen prints as dashes.
       FormatDate.
            if WS-DATA = zeros
                move "--------" to WS-DATA-X
            else
                move WS-DATA to WS-DATA-X
            end-if.
