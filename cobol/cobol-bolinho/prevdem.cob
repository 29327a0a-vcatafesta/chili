       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prevdem.
       AUTHOR. VILMAR CATAFESTA.
      *> Monthly demand forecast, so the reorder point and the
      *> LOJAMIN.DAT store minimums follow the sales instead of the
      *> figure somebody typed in once. For every SKU the VENDHIST.DAT
      *> history (DEV lines subtract) gives:
      *>   - average daily demand over the last 91 days (13 whole
      *>     weeks), company-wide and per LJ-LOJA;
      *>   - a seasonal factor: last year's daily rate in the 30 days
      *>     that are about to start, over last year's rate in the 91
      *>     days before them (1.00 when last year has no sales;
      *>     kept between 0.50 and 3.00) - the Easter run-up and the
      *>     May slump show up a month ahead;
      *>   - a weekday factor: the busiest weekday's sales over the
      *>     average weekday in the 13 weeks.
      *> Forecast demand is the average times the seasonal factor.
      *> Reorder point = forecast x supplier lead time (FORN-PRAZO,
      *> 7 days when the supplier has none) + one busiest-weekday of
      *> safety. Store minimum = forecast for the store x weekday
      *> factor x 2 days (time for a transfer to arrive); store
      *> target = minimum + a week of forecast. Nothing is applied
      *> here: every value that would change is written to PREVDEM.DAT
      *> as a pending proposal next to the current value and listed
      *> on PREVDEM.TXT; prevaprov.cob is where a supervisor accepts
      *> the lines that go live. Each run replaces the previous
      *> proposals.
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
           SELECT ARQUIVO-FORNECEDOR ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FORN-COD
                         FILE STATUS  IS FORNECEDOR-FS.
           SELECT ARQUIVO-LOJAMIN ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LM-CHAVE
                         FILE STATUS  IS LOJAMIN-FS.
           SELECT ARQUIVO-PONTOREP ASSIGN TO "PONTOREP.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS RP-SKU
                         FILE STATUS  IS PONTOREP-FS.
           SELECT ARQUIVO-PREVDEM ASSIGN TO "PREVDEM.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PV-CHAVE
                         FILE STATUS  IS PREVDEM-FS.
           SELECT PrevReport ASSIGN TO "PREVDEM.TXT"
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

       FD ARQUIVO-FORNECEDOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01 FORNECEDOR.
           05 FORN-COD         PIC 9(03).
           05 FORN-NOME        PIC X(30).
           05 FORN-FONE        PIC 9(09).
           05 FORN-EMAIL       PIC X(40).
           05 FORN-PRAZO       PIC 9(03).

       FD ARQUIVO-LOJAMIN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOJAMIN.DAT".
       01 LOJA-MINIMO.
           05 LM-CHAVE.
               10 LM-LOJA      PIC 9(02).
               10 LM-SKU       PIC 9(04).
           05 LM-MIN           PIC 9(04).
           05 LM-ALVO          PIC 9(04).

      *> Reorder point per SKU; a SKU without a row uses the fixed
      *> limit BOLINHO always had (WS-REORDER-LIMIT).
       FD ARQUIVO-PONTOREP.
       01 PONTO-REPOSICAO.
           05 RP-SKU           PIC 9(04).
           05 RP-PONTO         PIC 9(04).
           05 RP-DATA          PIC 9(08).
           05 RP-APROVADOR     PIC X(10).

      *> One proposal per SKU for the reorder point (PV-TIPO 'R',
      *> PV-LOJA 00, only the MIN columns used) and one per SKU and
      *> store for LOJAMIN.DAT (PV-TIPO 'L'). PV-SITUACAO: 'P'
      *> pending, 'A' accepted and applied, 'R' rejected.
       FD ARQUIVO-PREVDEM.
       01 PREVISAO.
           05 PV-CHAVE.
               10 PV-SKU       PIC 9(04).
               10 PV-TIPO      PIC X(01).
               10 PV-LOJA      PIC 9(02).
           05 PV-DATA          PIC 9(08).
           05 PV-MEDIA         PIC 9(04)V99.
           05 PV-FATOR-SAZ     PIC 9V99.
           05 PV-FATOR-DIA     PIC 9V99.
           05 PV-PRAZO         PIC 9(03).
           05 PV-ATUAL-MIN     PIC 9(04).
           05 PV-ATUAL-ALVO    PIC 9(04).
           05 PV-NOVO-MIN      PIC 9(04).
           05 PV-NOVO-ALVO     PIC 9(04).
           05 PV-SITUACAO      PIC X(01).
           05 PV-APROVADOR     PIC X(10).

       FD PrevReport.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 VENDHIST-FS      pic xx.
       01 ESTOQUE-FS       pic xx.
       01 FORNECEDOR-FS    pic xx.
       01 LOJAMIN-FS       pic xx.
       01 PONTOREP-FS      pic xx.
       01 PREVDEM-FS       pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-EOF-VH        pic x.
      *> The optional files may be missing on a young install; a
      *> missing one just means no supplier lead times / no minimums
      *> / no reorder points yet.
       01 WS-FORN-ABERTO   pic x value 'N'.
       01 WS-LM-ABERTO     pic x value 'N'.
       01 WS-RP-ABERTO     pic x value 'N'.
       01 WS-HOJE-DATA     pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-DIA-INT       pic 9(07).
       01 WS-DIA-SEM       pic 9.
       01 WS-IDADE         pic s9(05).
       01 WS-QTD-SIGN      pic s9(05).
       01 WS-IDX           pic 9(03).
       01 WS-LOJA-IDX      pic 9(03).

      *> Fixed rules of the forecast (see the header).
       01 WS-DIAS-BASE     pic 9(03) value 91.
       01 WS-DIAS-SAZ      pic 9(03) value 30.
       01 WS-PRAZO-PADRAO  pic 9(03) value 7.
       01 WS-COBRE-LOJA    pic 9(03) value 2.
       01 WS-REORDER-LIMIT pic 9(04) value 10.

      *> Accumulators for the SKU being read.
       01 WS-QTD-BASE      pic s9(07).
       01 WS-QTD-AA-SAZ    pic s9(07).
       01 WS-QTD-AA-REF    pic s9(07).
       01 WS-DS-TAB.
           02 WS-DS-QTD    pic s9(07) occurs 7 times.
       01 WS-LJ-TAB.
           02 WS-LJ-QTD    pic s9(07) occurs 100 times.
       01 WS-PICO          pic s9(07).

       01 WS-MEDIA         pic 9(04)V9999.
       01 WS-MEDIA-LOJA    pic 9(04)V9999.
       01 WS-PREVISTA      pic 9(05)V9999.
       01 WS-TAXA-SAZ      pic 9(05)V9999.
       01 WS-TAXA-REF      pic 9(05)V9999.
       01 WS-FATOR-SAZ     pic 9V99.
       01 WS-FATOR-DIA     pic 9V99.
       01 WS-PRAZO         pic 9(03).
       01 WS-CALCULO       pic 9(07)V9999.
       01 WS-NOVO-MIN      pic 9(04).
       01 WS-NOVO-ALVO     pic 9(04).
       01 WS-ATUAL-MIN     pic 9(04).
       01 WS-ATUAL-ALVO    pic 9(04).

       01 WS-SKUS-LIDOS    pic 9(05) value zeros.
       01 WS-SKUS-SEM-VENDA pic 9(05) value zeros.
       01 WS-PROPOSTAS     pic 9(05) value zeros.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       01 WS-REL-LINHA.
           05 RL-SKU       pic 9(04).
           05 FILLER       pic x value space.
           05 RL-NOME      pic x(20).
           05 FILLER       pic x value space.
           05 RL-TIPO      pic x(05).
           05 FILLER       pic x value space.
           05 RL-LOJA      pic 9(02).
           05 FILLER       pic x(02) value spaces.
           05 RL-MEDIA     pic z(3)9.99.
           05 FILLER       pic x(02) value spaces.
           05 RL-SAZ       pic 9.99.
           05 FILLER       pic x(02) value spaces.
           05 RL-DIA       pic 9.99.
           05 FILLER       pic x(02) value spaces.
           05 RL-PRAZO     pic zz9.
           05 FILLER       pic x(03) value spaces.
           05 RL-ATUAL-MIN pic z(3)9.
           05 FILLER       pic x value "/".
           05 RL-ATUAL-ALVO pic z(3)9.
           05 FILLER       pic x(04) value " -> ".
           05 RL-NOVO-MIN  pic z(3)9.
           05 FILLER       pic x value "/".
           05 RL-NOVO-ALVO pic z(3)9.

       PROCEDURE DIVISION.
       001-Main.
            perform OpenFiles
            accept WS-HOJE-DATA from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-HOJE-DATA)
            open output PrevReport
            move "PREVISAO DE DEMANDA - PONTO DE REPOSICAO E MINIMOS DE LOJA"
                to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "Emitido em " WS-HOJE-DATA
                   " - base 91 dias, sazonal 30 dias do ano anterior"
                   delimited by size into ReportLine
            end-string
            write ReportLine
            move "SKU  NOME                 TIPO  LJ  DEM/DIA  SAZ   DIA  PRAZO  ATUAL MIN/ALVO -> NOVO MIN/ALVO"
                to ReportLine
            write ReportLine

            move low-values to SKU
            start ARQUIVO-ESTOQUE key is >= SKU
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-ESTOQUE next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    add 1 to WS-SKUS-LIDOS
                    perform ForecastSku
                end-if
            end-perform

            close PrevReport
            move "PREVISAO DEMANDA"  to RC-REPORT
            move "prevdem"           to RC-PROGRAM
            move "PREVDEM.TXT"       to RC-FILENAME
            move WS-PROPOSTAS        to RC-COUNT
            call "rptcat" using WS-RC-AREA
            perform CloseFiles
            display "Demand forecast run for " WS-HOJE-DATA
            display "  SKUs read            : " WS-SKUS-LIDOS
            display "  SKUs without sales   : " WS-SKUS-SEM-VENDA
            display "  proposed changes     : " WS-PROPOSTAS
            display "  listed on            : PREVDEM.TXT"
            display "  approve with         : prevaprov"
            stop run.

       OpenFiles.
            open input ARQUIVO-VENDHIST
            if VENDHIST-FS not = "00"
                display "** ERROR ** unable to open VENDHIST.DAT, status " VENDHIST-FS
                stop run
            end-if
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                close ARQUIVO-VENDHIST
                stop run
            end-if
            open input ARQUIVO-FORNECEDOR
            if FORNECEDOR-FS = "00"
                move 'Y' to WS-FORN-ABERTO
            end-if
            open input ARQUIVO-LOJAMIN
            if LOJAMIN-FS = "00"
                move 'Y' to WS-LM-ABERTO
            end-if
            open input ARQUIVO-PONTOREP
            if PONTOREP-FS = "00"
                move 'Y' to WS-RP-ABERTO
            end-if
      *>    The new proposals replace whatever the last run left.
            open output ARQUIVO-PREVDEM
            if PREVDEM-FS not = "00"
                display "** ERROR ** unable to create PREVDEM.DAT, status " PREVDEM-FS
                close ARQUIVO-VENDHIST ARQUIVO-ESTOQUE
                stop run
            end-if
            close ARQUIVO-PREVDEM
            open i-o ARQUIVO-PREVDEM.

       CloseFiles.
            close ARQUIVO-VENDHIST
            close ARQUIVO-ESTOQUE
            close ARQUIVO-PREVDEM
            if WS-FORN-ABERTO = 'Y'
                close ARQUIVO-FORNECEDOR
            end-if
            if WS-LM-ABERTO = 'Y'
                close ARQUIVO-LOJAMIN
            end-if
            if WS-RP-ABERTO = 'Y'
                close ARQUIVO-PONTOREP
            end-if.

       ForecastSku.
            perform CollectSales
            if WS-QTD-BASE not > zeros
                add 1 to WS-SKUS-SEM-VENDA
                exit paragraph
            end-if
            compute WS-MEDIA = WS-QTD-BASE / WS-DIAS-BASE
            perform SeasonalFactor
            perform WeekdayFactor
            perform LeadTime
            compute WS-PREVISTA = WS-MEDIA * WS-FATOR-SAZ
            perform ProposeReorderPoint
            perform varying WS-LOJA-IDX from 1 by 1
                    until WS-LOJA-IDX > 100
                if WS-LJ-QTD (WS-LOJA-IDX) > zeros
                    perform ProposeStoreMin
                end-if
            end-perform.

      *> One pass over the SKU's sales through the VH-SKU key: the
      *> 91-day base (per weekday and per store) and last year's
      *> two windows.
       CollectSales.
            move zeros to WS-QTD-BASE WS-QTD-AA-SAZ WS-QTD-AA-REF
            initialize WS-DS-TAB WS-LJ-TAB
            move 'N' to WS-EOF-VH
            move SKU to VH-SKU
            start ARQUIVO-VENDHIST key is = VH-SKU
                invalid key move 'Y' to WS-EOF-VH
            end-start
            perform until WS-EOF-VH = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-EOF-VH
                end-read
                if WS-EOF-VH = 'N'
                    if VH-SKU not = SKU
                        move 'Y' to WS-EOF-VH
                    else
                        perform AddSale
                    end-if
                end-if
            end-perform.

       AddSale.
            move VH-QTD to WS-QTD-SIGN
            if VH-DEV = "DEV"
                compute WS-QTD-SIGN = zero - WS-QTD-SIGN
            end-if
            compute WS-DIA-INT = function integer-of-date(VH-DATA)
            compute WS-IDADE = WS-HOJE-INT - WS-DIA-INT
      *>    Base: yesterday back to 91 days ago.
            if WS-IDADE >= 1 and WS-IDADE <= WS-DIAS-BASE
                add WS-QTD-SIGN to WS-QTD-BASE
                compute WS-DIA-SEM = function mod(WS-DIA-INT - 1 7) + 1
                add WS-QTD-SIGN to WS-DS-QTD (WS-DIA-SEM)
                compute WS-LOJA-IDX = VH-LOJA + 1
                add WS-QTD-SIGN to WS-LJ-QTD (WS-LOJA-IDX)
            end-if
      *>    Last year: the 30 days starting today a year ago, and
      *>    the 91 days before them.
            if WS-IDADE <= 365 and WS-IDADE > 365 - WS-DIAS-SAZ
                add WS-QTD-SIGN to WS-QTD-AA-SAZ
            end-if
            if WS-IDADE > 365 and WS-IDADE <= 365 + WS-DIAS-BASE
                add WS-QTD-SIGN to WS-QTD-AA-REF
            end-if.

       SeasonalFactor.
            move 1 to WS-FATOR-SAZ
            if WS-QTD-AA-REF > zeros
                compute WS-TAXA-SAZ = WS-QTD-AA-SAZ / WS-DIAS-SAZ
                compute WS-TAXA-REF = WS-QTD-AA-REF / WS-DIAS-BASE
                compute WS-FATOR-SAZ rounded = WS-TAXA-SAZ / WS-TAXA-REF
                    on size error move 3 to WS-FATOR-SAZ
                end-compute
                if WS-FATOR-SAZ < 0.50
                    move 0.50 to WS-FATOR-SAZ
                end-if
                if WS-FATOR-SAZ > 3
                    move 3 to WS-FATOR-SAZ
                end-if
            end-if.

       WeekdayFactor.
            move zeros to WS-PICO
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                if WS-DS-QTD (WS-IDX) > WS-PICO
                    move WS-DS-QTD (WS-IDX) to WS-PICO
                end-if
            end-perform
            compute WS-FATOR-DIA rounded = WS-PICO * 7 / WS-QTD-BASE
                on size error move 7 to WS-FATOR-DIA
            end-compute
            if WS-FATOR-DIA < 1
                move 1 to WS-FATOR-DIA
            end-if.

       LeadTime.
            move zeros to WS-PRAZO
            if FORNECEDOR-COD not = zeros and WS-FORN-ABERTO = 'Y'
                move FORNECEDOR-COD to FORN-COD
                read ARQUIVO-FORNECEDOR
                    invalid key continue
                    not invalid key move FORN-PRAZO to WS-PRAZO
                end-read
            end-if
            if WS-PRAZO = zeros
                move WS-PRAZO-PADRAO to WS-PRAZO
            end-if.

      *> Rounded up: a reorder point of 4.1 units is 5.
       ProposeReorderPoint.
            compute WS-CALCULO = WS-PREVISTA * WS-PRAZO
                + WS-PREVISTA * WS-FATOR-DIA
            perform RoundUpMin
            move zeros to WS-NOVO-ALVO WS-ATUAL-ALVO
            move WS-REORDER-LIMIT to WS-ATUAL-MIN
            if WS-RP-ABERTO = 'Y'
                move SKU to RP-SKU
                read ARQUIVO-PONTOREP
                    invalid key continue
                    not invalid key move RP-PONTO to WS-ATUAL-MIN
                end-read
            end-if
            if WS-NOVO-MIN not = WS-ATUAL-MIN
                move "R"         to PV-TIPO
                move zeros       to PV-LOJA
                move WS-MEDIA    to PV-MEDIA
                perform WriteProposal
            end-if.

       ProposeStoreMin.
            compute WS-MEDIA-LOJA =
                WS-LJ-QTD (WS-LOJA-IDX) / WS-DIAS-BASE
            compute WS-CALCULO = WS-MEDIA-LOJA * WS-FATOR-SAZ
                * WS-FATOR-DIA * WS-COBRE-LOJA
            perform RoundUpMin
            compute WS-CALCULO = WS-NOVO-MIN
                + WS-MEDIA-LOJA * WS-FATOR-SAZ * 7
            perform RoundUpAlvo
            move zeros to WS-ATUAL-MIN WS-ATUAL-ALVO
            compute PV-LOJA = WS-LOJA-IDX - 1
            if WS-LM-ABERTO = 'Y'
                move PV-LOJA to LM-LOJA
                move SKU     to LM-SKU
                read ARQUIVO-LOJAMIN
                    invalid key continue
                    not invalid key
                        move LM-MIN  to WS-ATUAL-MIN
                        move LM-ALVO to WS-ATUAL-ALVO
                end-read
            end-if
            if WS-NOVO-MIN not = WS-ATUAL-MIN
                    or WS-NOVO-ALVO not = WS-ATUAL-ALVO
                move "L"           to PV-TIPO
                move WS-MEDIA-LOJA to PV-MEDIA
                perform WriteProposal
            end-if.

       RoundUpMin.
            if WS-CALCULO > 9999
                move 9999 to WS-NOVO-MIN
            else
                compute WS-NOVO-MIN = WS-CALCULO + 0.9999
            end-if.

       RoundUpAlvo.
            if WS-CALCULO > 9999
                move 9999 to WS-NOVO-ALVO
            else
                compute WS-NOVO-ALVO = WS-CALCULO + 0.9999
            end-if.

       WriteProposal.
            move SKU           to PV-SKU
            move WS-HOJE-DATA  to PV-DATA
            move WS-FATOR-SAZ  to PV-FATOR-SAZ
            move WS-FATOR-DIA  to PV-FATOR-DIA
            move WS-PRAZO      to PV-PRAZO
            move WS-ATUAL-MIN  to PV-ATUAL-MIN
            move WS-ATUAL-ALVO to PV-ATUAL-ALVO
            move WS-NOVO-MIN   to PV-NOVO-MIN
            move WS-NOVO-ALVO  to PV-NOVO-ALVO
            move "P"           to PV-SITUACAO
            move spaces        to PV-APROVADOR
            write PREVISAO
                invalid key
                    display "** unable to write proposal for SKU " SKU
                not invalid key
                    add 1 to WS-PROPOSTAS
                    perform ReportProposal
            end-write.

       ReportProposal.
            move PV-SKU        to RL-SKU
            move NOME          to RL-NOME
            if PV-TIPO = "R"
                move "PONTO" to RL-TIPO
            else
                move "LOJA"  to RL-TIPO
            end-if
            move PV-LOJA       to RL-LOJA
            move PV-MEDIA      to RL-MEDIA
            move PV-FATOR-SAZ  to RL-SAZ
            move PV-FATOR-DIA  to RL-DIA
            move PV-PRAZO      to RL-PRAZO
            move PV-ATUAL-MIN  to RL-ATUAL-MIN
            move PV-ATUAL-ALVO to RL-ATUAL-ALVO
            move PV-NOVO-MIN   to RL-NOVO-MIN
            move PV-NOVO-ALVO  to RL-NOVO-ALVO
            write ReportLine from WS-REL-LINHA.

       END PROGRAM prevdem.
