       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remarca.
       AUTHOR. VILMAR CATAFESTA.
      *> Nightly markdown of stock about to expire. P-VALIDADE-VENCENDO
      *> only lists it and baixavenc writes it off a week later; this
      *> step sweeps LOTES.DAT (lots with quantity left) and the
      *> ESTOQUE.DAT products that have no lot with quantity, and for
      *> everything within the markdown window of its expiry date
      *> writes a SKU ('S') promotion into PROMOCAO.DAT running from
      *> today to the expiry date - the same record promomnt keeps and
      *> P-PROMO-CONSULTA applies at the till. The discount escalates
      *> as the date gets closer: REMARCA.TXT holds up to three
      *> "days percent" tiers and a below-cost flag,
      *>     DD PP DD PP DD PP F     e.g.  05 20 02 40 00 00 N
      *> (20% from 5 days out, 40% from 2 days out; without the file
      *> those are the defaults). The marked-down price never goes
      *> below VALOR-CUSTO unless the supervisor sets F to S. A
      *> promotion already running that this step did not write is
      *> left alone, as is one scheduled to start later. Each
      *> markdown is kept in REMARCA.DAT (SKU + lot) with the quantity
      *> at risk, and every night the promotion sales of that SKU since
      *> the markdown started are totalled from VENDHIST.DAT, so the
      *> report REMARCAyyyymmdd.TXT (registered with rptcat) shows how
      *> much of the expiry loss the markdowns recovered at cost.
      *> Markdowns that expired more than 30 days ago drop off the
      *> report but stay on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LOTES ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LT-CHAVE
                         FILE STATUS  IS LOTES-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT ARQUIVO-PROMO ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PM-CHAVE
                         FILE STATUS  IS PROMO-FS.
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
           SELECT RemarcaFile ASSIGN TO "REMARCA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS RM-CHAVE
                         FILE STATUS  IS RM-FS.
           SELECT ParmFile ASSIGN TO "REMARCA.TXT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PARM-FS.
           SELECT RemarcaReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-LOTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOTES.DAT".
       01 LOTE-REG.
           05 LT-CHAVE.
               10 LT-SKU       PIC 9(04).
               10 LT-LOTE      PIC 9(04).
           05 LT-QTD           PIC 9(04).
           05 LT-VALIDADE      PIC 9(08).
           05 LT-FORN          PIC 9(03).
           05 LT-DATA-ENTRADA  PIC 9(08).

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

       FD ARQUIVO-PROMO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROMOCAO.DAT".
       01 PROMOCAO.
           05 PM-CHAVE.
               10 PM-TIPO      PIC X(01).
               10 PM-CODIGO    PIC 9(04).
           05 PM-DESC-PCT      PIC 9(02)V99.
           05 PM-PRECO         PIC 9(04)V99.
           05 PM-INICIO        PIC 9(08).
           05 PM-FIM           PIC 9(08).

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

      *> One markdown per SKU + lot (lot 0000 = product without lot
      *> control). RM-LIMITE C = the price was held at cost.
       FD RemarcaFile.
       01 RemarcaRec.
           05 RM-CHAVE.
               10 RM-SKU       pic 9(04).
               10 RM-LOTE      pic 9(04).
           05 RM-VALIDADE      pic 9(08).
           05 RM-INICIO        pic 9(08).
           05 RM-QTD-RISCO     pic 9(04).
           05 RM-CUSTO         pic 9(04)V99.
           05 RM-LISTA         pic 9(04)V99.
           05 RM-PCT           pic 9(02)V99.
           05 RM-PRECO         pic 9(04)V99.
           05 RM-LIMITE        pic x.
           05 RM-QTD-VENDIDA   pic 9(05).
           05 RM-RECEITA       pic 9(07)V99.

       FD ParmFile.
       01 ParmRec          pic x(20).

       FD RemarcaReport.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 LOTES-FS         pic xx.
       01 ESTOQUE-FS       pic xx.
       01 PROMO-FS         pic xx.
       01 VENDHIST-FS      pic xx.
       01 RM-FS            pic xx.
       01 PARM-FS          pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-FIM           pic x.
       01 WS-TEM-LOTE      pic x.
       01 WS-NOSSA         pic x.
       01 WS-LOTES-OK      pic x value 'N'.
       01 WS-VH-OK         pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-CORTE-DATA    pic 9(08).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-IDX           pic 9.
       01 WS-JANELA        pic 9(02).
       01 WS-ABAIXO-CUSTO  pic x value 'N'.
       01 WS-TIER-TAB.
           02 WS-TIER occurs 3 times.
               05 TI-DIAS  pic 9(02).
               05 TI-PCT   pic 9(02).

      *> The candidate being marked down.
       01 WS-C-SKU         pic 9(04).
       01 WS-C-LOTE        pic 9(04).
       01 WS-C-QTD         pic 9(04).
       01 WS-C-VALIDADE    pic 9(08).
       01 WS-DIAS          pic s9(05).
       01 WS-PCT           pic 9(02)V99.
       01 WS-PRECO         pic 9(04)V99.
       01 WS-PRECO-ATUAL   pic 9(04)V99.
       01 WS-LIMITE        pic x.
       01 WS-QTD-REC       pic 9(05).

       01 WS-NOVAS         pic 9(05) value zeros.
       01 WS-ESCALADAS     pic 9(05) value zeros.
       01 WS-MANTIDAS      pic 9(05) value zeros.
       01 WS-SEM-MARGEM    pic 9(05) value zeros.
       01 WS-NO-RELAT      pic 9(05) value zeros.
       01 WS-TOT-RISCO     pic 9(09)V99 value zeros.
       01 WS-TOT-RECEITA   pic 9(09)V99 value zeros.
       01 WS-TOT-RECUP     pic 9(09)V99 value zeros.
       01 WS-RISCO         pic 9(08)V99.
       01 WS-RECUP         pic 9(08)V99.

       01 WS-PARM-IN       pic x(20).
       01 WS-PARM-IN-R redefines WS-PARM-IN.
           05 PI-TIER occurs 3 times.
               10 PI-DIAS  pic x(02).
               10 FILLER   pic x.
               10 PI-PCT   pic x(02).
               10 FILLER   pic x.
           05 PI-ABAIXO    pic x.
           05 FILLER       pic x.

       01 WS-DET-LINE.
           05 DL-SKU       pic 9(04).
           05 FILLER       pic x value space.
           05 DL-LOTE      pic 9(04).
           05 FILLER       pic x value space.
           05 DL-VALIDADE  pic 9(08).
           05 FILLER       pic x value space.
           05 DL-PCT       pic z9.99.
           05 FILLER       pic x value space.
           05 DL-PRECO     pic zzz9.99.
           05 DL-LIMITE    pic x.
           05 FILLER       pic x value space.
           05 DL-RISCO-QTD pic zzz9.
           05 FILLER       pic x value space.
           05 DL-VENDIDA   pic zzzz9.
           05 FILLER       pic x value space.
           05 DL-RECEITA   pic z(6)9.99.
           05 FILLER       pic x value space.
           05 DL-RISCO     pic z(6)9.99.
           05 FILLER       pic x value space.
           05 DL-RECUP     pic z(6)9.99.

       01 WS-TOT-LINE.
           05 TL-ROTULO    pic x(40).
           05 TL-VALOR     pic z(8)9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            compute WS-CORTE-DATA = function date-of-integer(WS-HOJE-INT - 30)
            perform LoadParm
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                move 8 to return-code
                stop run
            end-if
            open i-o ARQUIVO-PROMO
            if PROMO-FS = "30" or PROMO-FS = "35"
                open output ARQUIVO-PROMO
                close ARQUIVO-PROMO
                open i-o ARQUIVO-PROMO
            end-if
            if PROMO-FS not = "00"
                display "** ERROR ** unable to open PROMOCAO.DAT, status " PROMO-FS
                close ARQUIVO-ESTOQUE
                move 8 to return-code
                stop run
            end-if
            open i-o RemarcaFile
            if RM-FS = "30" or RM-FS = "35"
                open output RemarcaFile
                close RemarcaFile
                open i-o RemarcaFile
            end-if
            if RM-FS not = "00"
                display "** ERROR ** unable to open REMARCA.DAT, status " RM-FS
                close ARQUIVO-ESTOQUE ARQUIVO-PROMO
                move 8 to return-code
                stop run
            end-if
            open input ARQUIVO-LOTES
            if LOTES-FS = "00"
                move 'Y' to WS-LOTES-OK
            end-if

            perform SweepLots
            perform SweepProducts
            if WS-LOTES-OK = 'Y'
                close ARQUIVO-LOTES
            end-if
            close ARQUIVO-PROMO
            close ARQUIVO-ESTOQUE

            move spaces to WS-REPORT-FILENAME
            string "REMARCA" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output RemarcaReport
            if RPT-FS not = "00"
                display "** ERROR ** unable to open "
                    WS-REPORT-FILENAME ", status " RPT-FS
            else
                perform WriteReport
                close RemarcaReport
                move "REMARCACAO VALIDADE" to RC-REPORT
                move "remarca"             to RC-PROGRAM
                move WS-REPORT-FILENAME    to RC-FILENAME
                move WS-NO-RELAT           to RC-COUNT
                call "rptcat" using WS-RC-AREA
            end-if
            close RemarcaFile
            display "Expiry markdown on " WS-RUN-DATE
            display "  new markdowns      : " WS-NOVAS
            display "  escalated          : " WS-ESCALADAS
            display "  promotion kept     : " WS-MANTIDAS
            display "  no room over cost  : " WS-SEM-MARGEM
            display "  loss recovered     : " WS-TOT-RECUP
            display "  report             : " WS-REPORT-FILENAME
            stop run.

       LoadParm.
            move 05 to TI-DIAS (1)
            move 20 to TI-PCT (1)
            move 02 to TI-DIAS (2)
            move 40 to TI-PCT (2)
            move zeros to TI-DIAS (3) TI-PCT (3)
            open input ParmFile
            if PARM-FS = "00"
                read ParmFile into WS-PARM-IN
                    not at end
                        move zeros to WS-TIER-TAB
                        perform varying WS-IDX from 1 by 1
                                until WS-IDX > 3
                            if PI-DIAS (WS-IDX) numeric
                                    and PI-PCT (WS-IDX) numeric
                                move PI-DIAS (WS-IDX) to TI-DIAS (WS-IDX)
                                move PI-PCT (WS-IDX)  to TI-PCT (WS-IDX)
                            end-if
                        end-perform
                        if PI-ABAIXO = 'S' or PI-ABAIXO = 's'
                            move 'S' to WS-ABAIXO-CUSTO
                        end-if
                end-read
                close ParmFile
            end-if
            move zeros to WS-JANELA
            perform varying WS-IDX from 1 by 1 until WS-IDX > 3
                if TI-PCT (WS-IDX) > zeros and TI-DIAS (WS-IDX) > WS-JANELA
                    move TI-DIAS (WS-IDX) to WS-JANELA
                end-if
            end-perform.

       SweepLots.
            if WS-LOTES-OK = 'N'
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to LT-CHAVE
            start ARQUIVO-LOTES key is >= LT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-LOTES next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and LT-QTD > zeros
                    move LT-SKU      to WS-C-SKU
                    move LT-LOTE     to WS-C-LOTE
                    move LT-QTD      to WS-C-QTD
                    move LT-VALIDADE to WS-C-VALIDADE
                    move LT-SKU      to SKU
                    read ARQUIVO-ESTOQUE
                        invalid key continue
                        not invalid key perform MarkDown
                    end-read
                end-if
            end-perform.

      *> Products whose stock is not under lot control carry the
      *> expiry date on the product itself.
       SweepProducts.
            move 'N' to WS-EOF
            move low-values to SKU
            start ARQUIVO-ESTOQUE key is >= SKU
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-ESTOQUE next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and QTD-ESTOQUE > zeros
                    perform CheckLots
                    if WS-TEM-LOTE = 'N'
                        move SKU         to WS-C-SKU
                        move zeros       to WS-C-LOTE
                        move QTD-ESTOQUE to WS-C-QTD
                        compute WS-C-VALIDADE =
                            ANO * 10000 + MES * 100 + DIA
                        perform MarkDown
                    end-if
                end-if
            end-perform.

       CheckLots.
            move 'N' to WS-TEM-LOTE
            if WS-LOTES-OK = 'N'
                exit paragraph
            end-if
            move 'N' to WS-FIM
            move SKU   to LT-SKU
            move zeros to LT-LOTE
            start ARQUIVO-LOTES key is >= LT-CHAVE
                invalid key move 'Y' to WS-FIM
            end-start
            perform until WS-FIM = 'Y'
                read ARQUIVO-LOTES next record
                    at end move 'Y' to WS-FIM
                end-read
                if WS-FIM = 'N'
                    if LT-SKU not = SKU
                        move 'Y' to WS-FIM
                    else
                        if LT-QTD > zeros
                            move 'Y' to WS-TEM-LOTE
                            move 'Y' to WS-FIM
                        end-if
                    end-if
                end-if
            end-perform.

      *> PRODUTO holds the candidate's product. The deepest tier whose
      *> day count covers the days left sets the discount.
       MarkDown.
            if function test-date-yyyymmdd(WS-C-VALIDADE) not = 0
                exit paragraph
            end-if
            compute WS-DIAS =
                function integer-of-date(WS-C-VALIDADE) - WS-HOJE-INT
            if WS-DIAS < 0 or WS-DIAS > WS-JANELA
                exit paragraph
            end-if
            move zeros to WS-PCT
            perform varying WS-IDX from 1 by 1 until WS-IDX > 3
                if WS-DIAS <= TI-DIAS (WS-IDX)
                        and TI-PCT (WS-IDX) > WS-PCT
                    move TI-PCT (WS-IDX) to WS-PCT
                end-if
            end-perform
            if WS-PCT = zeros
                exit paragraph
            end-if
            move space to WS-LIMITE
            compute WS-PRECO rounded = VALOR-VENDA * (1 - WS-PCT / 100)
            if WS-PRECO < VALOR-CUSTO and WS-ABAIXO-CUSTO not = 'S'
                move VALOR-CUSTO to WS-PRECO
                move 'C' to WS-LIMITE
            end-if
            if WS-PRECO >= VALOR-VENDA
                add 1 to WS-SEM-MARGEM
                exit paragraph
            end-if
            if WS-LIMITE = 'C'
                compute WS-PCT rounded =
                    (VALOR-VENDA - WS-PRECO) * 100 / VALOR-VENDA
            end-if

            move 'S'      to PM-TIPO
            move WS-C-SKU to PM-CODIGO
            read ARQUIVO-PROMO
                invalid key
                    perform NewPromo
                    exit paragraph
            end-read
            if PM-FIM < WS-RUN-DATE
                perform ReplacePromo
                add 1 to WS-NOVAS
                exit paragraph
            end-if
            if PM-PRECO not = zeros
                move PM-PRECO to WS-PRECO-ATUAL
            else
                compute WS-PRECO-ATUAL rounded =
                    VALOR-VENDA * (1 - PM-DESC-PCT / 100)
            end-if
            if WS-PRECO-ATUAL <= WS-PRECO
                    and PM-INICIO <= WS-RUN-DATE
      *>        Already at least this deep; the lot still counts.
                perform KeepMarkdown
                exit paragraph
            end-if
            perform CheckOurs
            if WS-NOSSA = 'Y'
                perform ReplacePromo
                add 1 to WS-ESCALADAS
            else
                add 1 to WS-MANTIDAS
            end-if.

      *> The SKU's promotion is ours when some markdown of the SKU
      *> carries the same price and ends on the same date.
       CheckOurs.
            move 'N' to WS-NOSSA
            move 'N' to WS-FIM
            move WS-C-SKU to RM-SKU
            move zeros    to RM-LOTE
            start RemarcaFile key is >= RM-CHAVE
                invalid key move 'Y' to WS-FIM
            end-start
            perform until WS-FIM = 'Y'
                read RemarcaFile next record
                    at end move 'Y' to WS-FIM
                end-read
                if WS-FIM = 'N'
                    if RM-SKU not = WS-C-SKU
                        move 'Y' to WS-FIM
                    else
                        if RM-PRECO = PM-PRECO
                                and RM-VALIDADE = PM-FIM
                            move 'Y' to WS-NOSSA
                            move 'Y' to WS-FIM
                        end-if
                    end-if
                end-if
            end-perform.

       NewPromo.
            move WS-PCT        to PM-DESC-PCT
            move WS-PRECO      to PM-PRECO
            move WS-RUN-DATE   to PM-INICIO
            move WS-C-VALIDADE to PM-FIM
            write PROMOCAO
                invalid key
                    display "** ERROR ** PROMOCAO.DAT write, SKU " WS-C-SKU
                not invalid key
                    add 1 to WS-NOVAS
                    perform KeepMarkdown
            end-write.

       ReplacePromo.
            move WS-PCT        to PM-DESC-PCT
            move WS-PRECO      to PM-PRECO
            move WS-RUN-DATE   to PM-INICIO
            move WS-C-VALIDADE to PM-FIM
            rewrite PROMOCAO
                invalid key
                    display "** ERROR ** PROMOCAO.DAT rewrite, SKU " WS-C-SKU
                not invalid key
                    perform KeepMarkdown
            end-rewrite.

      *> Record (or refresh) the lot's markdown. The quantity at risk
      *> is what was on hand when the markdown started; the start
      *> date stays the first night the lot was marked down.
       KeepMarkdown.
            move WS-C-SKU  to RM-SKU
            move WS-C-LOTE to RM-LOTE
            read RemarcaFile
                invalid key
                    move WS-C-VALIDADE to RM-VALIDADE
                    move WS-RUN-DATE   to RM-INICIO
                    move WS-C-QTD      to RM-QTD-RISCO
                    move VALOR-CUSTO   to RM-CUSTO
                    move VALOR-VENDA   to RM-LISTA
                    move WS-PCT        to RM-PCT
                    move WS-PRECO      to RM-PRECO
                    move WS-LIMITE     to RM-LIMITE
                    move zeros         to RM-QTD-VENDIDA RM-RECEITA
                    write RemarcaRec
                        invalid key
                            display "** ERROR ** REMARCA.DAT write, SKU " WS-C-SKU
                    end-write
                not invalid key
                    if RM-VALIDADE not = WS-C-VALIDADE
      *>                Lot number reused for a new delivery.
                        move WS-C-VALIDADE to RM-VALIDADE
                        move WS-RUN-DATE   to RM-INICIO
                        move WS-C-QTD      to RM-QTD-RISCO
                        move zeros         to RM-QTD-VENDIDA RM-RECEITA
                    end-if
                    move VALOR-CUSTO   to RM-CUSTO
                    move VALOR-VENDA   to RM-LISTA
                    move WS-PCT        to RM-PCT
                    move WS-PRECO      to RM-PRECO
                    move WS-LIMITE     to RM-LIMITE
                    rewrite RemarcaRec
                        invalid key
                            display "** ERROR ** REMARCA.DAT rewrite, SKU " WS-C-SKU
                    end-rewrite
            end-read.

       WriteReport.
            move "REMARCACAO DE PRODUTOS PROXIMOS DO VENCIMENTO"
                to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "Execucao em " WS-RUN-DATE
                   "   janela " WS-JANELA " dias   abaixo do custo: "
                   WS-ABAIXO-CUSTO
                delimited by size into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            move "SKU  LOTE VALIDADE  DESC%   PRECO   QTD VEND.    RECEITA   RISCO(CUSTO)  RECUPERADO"
                to ReportLine
            write ReportLine
            open input ARQUIVO-VENDHIST
            if VENDHIST-FS = "00"
                move 'Y' to WS-VH-OK
            end-if
            move 'N' to WS-EOF
            move low-values to RM-CHAVE
            start RemarcaFile key is >= RM-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read RemarcaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and RM-VALIDADE >= WS-CORTE-DATA
                    perform OneMarkdown
                end-if
            end-perform
            if WS-VH-OK = 'Y'
                close ARQUIVO-VENDHIST
            end-if
            move spaces to ReportLine
            write ReportLine
            move "PERDA POR VENCIMENTO EM RISCO (CUSTO)" to TL-ROTULO
            move WS-TOT-RISCO to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "RECEITA DAS VENDAS REMARCADAS" to TL-ROTULO
            move WS-TOT-RECEITA to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "PERDA RECUPERADA (CUSTO)" to TL-ROTULO
            move WS-TOT-RECUP to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "PERDA AINDA EM RISCO (CUSTO)" to TL-ROTULO
            compute TL-VALOR = WS-TOT-RISCO - WS-TOT-RECUP
            write ReportLine from WS-TOT-LINE
            move "C = preco travado no custo" to ReportLine
            write ReportLine.

      *> Promotion sales of the SKU from the first markdown night up
      *> to the expiry date; the lot on the sale line narrows it when
      *> the markdown is for a lot. Units beyond the quantity at risk
      *> were not going to be written off and recover nothing.
       OneMarkdown.
            move zeros to RM-QTD-VENDIDA RM-RECEITA
            if WS-VH-OK = 'Y'
                move 'N' to WS-FIM
                move RM-SKU to VH-SKU
                start ARQUIVO-VENDHIST key is = VH-SKU
                    invalid key move 'Y' to WS-FIM
                end-start
                perform until WS-FIM = 'Y'
                    read ARQUIVO-VENDHIST next record
                        at end move 'Y' to WS-FIM
                    end-read
                    if WS-FIM = 'N'
                        if VH-SKU not = RM-SKU
                            move 'Y' to WS-FIM
                        else
                            perform OneMarkdownSale
                        end-if
                    end-if
                end-perform
            end-if
            rewrite RemarcaRec
                invalid key continue
            end-rewrite
            add 1 to WS-NO-RELAT
            compute WS-RISCO = RM-QTD-RISCO * RM-CUSTO
            if RM-QTD-VENDIDA > RM-QTD-RISCO
                move RM-QTD-RISCO to WS-QTD-REC
            else
                move RM-QTD-VENDIDA to WS-QTD-REC
            end-if
            compute WS-RECUP = WS-QTD-REC * RM-CUSTO
            add WS-RISCO    to WS-TOT-RISCO
            add RM-RECEITA  to WS-TOT-RECEITA
            add WS-RECUP    to WS-TOT-RECUP
            move RM-SKU         to DL-SKU
            move RM-LOTE        to DL-LOTE
            move RM-VALIDADE    to DL-VALIDADE
            move RM-PCT         to DL-PCT
            move RM-PRECO       to DL-PRECO
            move RM-LIMITE      to DL-LIMITE
            move RM-QTD-RISCO   to DL-RISCO-QTD
            move RM-QTD-VENDIDA to DL-VENDIDA
            move RM-RECEITA     to DL-RECEITA
            move WS-RISCO       to DL-RISCO
            move WS-RECUP       to DL-RECUP
            write ReportLine from WS-DET-LINE.

       OneMarkdownSale.
            if VH-DATA < RM-INICIO or VH-DATA > RM-VALIDADE
                exit paragraph
            end-if
            if VH-PROMO-TIPO not = 'S' or VH-DEV not = spaces
                exit paragraph
            end-if
            if RM-LOTE not = zeros and VH-LOTE not = RM-LOTE
                exit paragraph
            end-if
            add VH-QTD to RM-QTD-VENDIDA
            compute RM-RECEITA = RM-RECEITA + VH-QTD * VH-VALOR.

       END PROGRAM remarca.
