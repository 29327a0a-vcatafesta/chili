       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cartaoconc.
       AUTHOR. VILMAR CATAFESTA.
      *> Card-acquirer settlement reconciliation for the BOLINHO till.
      *> A card sale (tender C) is not cash in the drawer: it is money
      *> the acquirer owes the shop, less its fee (MDR), some days
      *> later. This run keeps that receivable in CARTAOREC.DAT - one
      *> line per card charge, built from VENDHIST.DAT (the lines of a
      *> cupom are one charge; the fidelity discount line of the same
      *> cupom - or, on a single-item sale with no cupom, the one the
      *> same operator rang up right after it at the same store - is
      *> netted, and a card return on a later day comes off the open
      *> charge of its cupom) - and then posts the acquirer's settlement
      *> file ADQUIRENTE.RET against it, matching each paid charge to
      *> an open sale by sale date and gross amount.
      *>
      *> Each settled charge is booked on CARTAOLIQ.DAT (pay date,
      *> gross, fee, net) for glextract.cob, which clears the
      *> receivable against cash and the card-fee expense. The report
      *> CARTAOCONCyyyymmdd.TXT, registered with rptcat, lists what
      *> needs a phone call to the acquirer:
      *>   - card sales still unpaid past the agreed settlement term;
      *>   - charges paid twice (the second payment is still booked -
      *>     it is money the shop now owes back to the acquirer);
      *>   - charges paid with a fee above the contracted MDR rate;
      *>   - settlement lines with no card sale behind them (kept off
      *>     the books, like pagret.cob's rejects);
      *>   - card returns that could not be taken off a charge (no
      *>     cupom, or the charge already settled) - the acquirer
      *>     debits those on its own.
      *> A settlement line already posted (same NSU on the matched
      *> sale) is ignored, so the same return file can be re-run.
      *> The contracted rate and settlement term come from the one-line
      *> ADQPARM.TXT (rate in percent 99V99, space, term in days 999);
      *> without it 2.50% and 35 days are assumed.
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
           SELECT CartaoRecFile ASSIGN TO "CARTAOREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CT-CHAVE
                         FILE STATUS  IS CT-FS.
           SELECT RetornoFile ASSIGN TO "ADQUIRENTE.RET"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RET-FS.
           SELECT LiqFile ASSIGN TO "CARTAOLIQ.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS LQ-FS.
           SELECT ParmFile ASSIGN TO "ADQPARM.TXT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PARM-FS.
           SELECT ConcReport ASSIGN TO WS-REPORT-FILENAME
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

      *> One card charge. CT-SEQ is the VENDHIST sequence of the
      *> charge's first line. Situation A = awaiting settlement,
      *> P = settled, D = settled more than once.
       FD CartaoRecFile.
       01 CartaoRec.
           05 CT-CHAVE.
               10 CT-DATA      PIC 9(08).
               10 CT-SEQ       PIC 9(06).
           05 CT-CUPOM         PIC 9(06).
           05 CT-LOJA          PIC 9(02).
           05 CT-OPERADOR      PIC X(10).
           05 CT-VALOR         PIC 9(07)V99.
           05 CT-SITUACAO      PIC X(01).
               88 CT-ABERTO                VALUE "A".
               88 CT-PAGO                  VALUE "P".
               88 CT-DUPLICADO             VALUE "D".
           05 CT-PAGAMENTOS    PIC 9(02).
           05 CT-DATA-PAGTO    PIC 9(08).
           05 CT-TAXA          PIC 9(05)V99.
           05 CT-LIQUIDO       PIC 9(07)V99.
           05 CT-NSU           PIC X(12).

       FD RetornoFile.
       01 RetornoRec       pic x(60).

       FD LiqFile.
       01 LiqRec           pic x(60).

       FD ParmFile.
       01 ParmRec          pic x(20).

       FD ConcReport.
       01 ReportLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 VENDHIST-FS      pic xx.
       01 CT-FS            pic xx.
       01 RET-FS           pic xx.
       01 LQ-FS            pic xx.
       01 PARM-FS          pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-INICIO        pic 9(08).
       01 WS-LIMITE        pic 9(08).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-TAXA-PCT      pic 9(02)V99 value 2.50.
       01 WS-PRAZO         pic 9(03) value 35.
       01 WS-TAXA-MAX      pic 9(05)V99.
       01 WS-ACHOU         pic x.
       01 WS-ACHOU-SEQ     pic 9(06).
       01 WS-FIM           pic x.
       01 WS-JA-POSTADO    pic x.
       01 WS-MOTIVO        pic x(22).

      *> The card charge being gathered from consecutive VENDHIST
      *> lines of the same cupom.
       01 WS-GRUPO         pic x value 'N'.
       01 WS-GR-DATA       pic 9(08).
       01 WS-GR-SEQ        pic 9(06).
       01 WS-GR-CUPOM      pic 9(06).
       01 WS-GR-LOJA       pic 9(02).
       01 WS-GR-OPERADOR   pic x(10).
       01 WS-GR-VALOR      pic s9(07)V99.

      *> Card returns rung up on a later day than the sale, taken off
      *> the open charge of their cupom once the sweep is done.
       01 WS-DV-TOTAL      pic 9(04) value zeros.
       01 WS-DV-IDX        pic 9(04).
       01 WS-DV-MAX        pic 9(04) value 500.
       01 WS-DV-TABELA.
           05 WS-DV-ITEM occurs 500 times.
               10 DV-DATA      pic 9(08).
               10 DV-SEQ       pic 9(06).
               10 DV-CUPOM     pic 9(06).
               10 DV-VALOR     pic 9(07)V99.
       01 WS-DV-ACHOU      pic x.

       01 WS-NOVAS         pic 9(06) value zeros.
       01 WS-LIDAS         pic 9(06) value zeros.
       01 WS-PAGAS         pic 9(06) value zeros.
       01 WS-REPETIDAS     pic 9(06) value zeros.
       01 WS-DUPLICADAS    pic 9(06) value zeros.
       01 WS-TAXA-ALTA     pic 9(06) value zeros.
       01 WS-SEM-VENDA     pic 9(06) value zeros.
       01 WS-VENCIDAS      pic 9(06) value zeros.
       01 WS-DEV-ABATIDAS  pic 9(06) value zeros.
       01 WS-DEV-FORA      pic 9(06) value zeros.
       01 WS-EXCECOES      pic 9(06) value zeros.
       01 WS-TOT-ABERTO    pic 9(09)V99 value zeros.
       01 WS-TOT-VENCIDO   pic 9(09)V99 value zeros.
       01 WS-TOT-TAXA      pic 9(09)V99 value zeros.

       01 WS-PARM-IN       pic x(20).
       01 WS-PARM-IN-R redefines WS-PARM-IN.
           05 PI-TAXA      pic 9(02)V99.
           05 FILLER       pic x.
           05 PI-PRAZO     pic 9(03).
           05 FILLER       pic x(12).

      *> Settlement detail as the acquirer sends it (type "1"; header
      *> and trailer lines are skipped).
       01 WS-RET-DETAIL.
           05 AQ-TIPO        pic x.
           05 AQ-DATA-VENDA  pic 9(08).
           05 AQ-VALOR       pic 9(07)V99.
           05 AQ-TAXA        pic 9(05)V99.
           05 AQ-LIQUIDO     pic 9(07)V99.
           05 AQ-DATA-PAGTO  pic 9(08).
           05 AQ-NSU         pic x(12).
           05 FILLER         pic x(06).

      *> One line per settled charge; the pay date is the day
      *> glextract.cob books it.
       01 WS-LIQ-LINE.
           05 LQ-DATA-PAGTO  pic 9(08).
           05 FILLER         pic x value space.
           05 LQ-DATA-VENDA  pic 9(08).
           05 FILLER         pic x value space.
           05 LQ-VALOR       pic 9(07)V99.
           05 FILLER         pic x value space.
           05 LQ-TAXA        pic 9(05)V99.
           05 FILLER         pic x value space.
           05 LQ-LIQUIDO     pic 9(07)V99.
           05 FILLER         pic x value space.
           05 LQ-NSU         pic x(12).
           05 FILLER         pic x(02) value spaces.

       01 WS-EXC-LINE.
           05 EL-MOTIVO      pic x(22).
           05 FILLER         pic x value space.
           05 EL-DATA        pic 9(08).
           05 FILLER         pic x value space.
           05 EL-VALOR       pic z(6)9.99.
           05 FILLER         pic x value space.
           05 EL-TAXA        pic z(4)9.99.
           05 FILLER         pic x value space.
           05 EL-PAGTO       pic 9(08).
           05 FILLER         pic x value space.
           05 EL-NSU         pic x(12).

       01 WS-ABERTO-LINE.
           05 AL-DATA        pic 9(08).
           05 FILLER         pic x(02) value spaces.
           05 AL-CUPOM       pic 9(06).
           05 FILLER         pic x(02) value spaces.
           05 AL-LOJA        pic 9(02).
           05 FILLER         pic x(02) value spaces.
           05 AL-OPERADOR    pic x(10).
           05 FILLER         pic x(02) value spaces.
           05 AL-VALOR       pic z(6)9.99.

       01 WS-TOT-LINE.
           05 TL-ROTULO      pic x(30).
           05 TL-VALOR       pic z(8)9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            perform LoadParm
            compute WS-INICIO =
                function date-of-integer(WS-HOJE-INT - 60)
            compute WS-LIMITE =
                function date-of-integer(WS-HOJE-INT - WS-PRAZO)

            open i-o CartaoRecFile
            if CT-FS = "30" or CT-FS = "35"
                open output CartaoRecFile
                close CartaoRecFile
                open i-o CartaoRecFile
            end-if
            if CT-FS not = "00"
                display "** ERROR ** unable to open CARTAOREC.DAT, status " CT-FS
                move 8 to return-code
                stop run
            end-if

            move spaces to WS-REPORT-FILENAME
            string "CARTAOCONC" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output ConcReport
            if RPT-FS not = "00"
                display "** ERROR ** unable to open report "
                    WS-REPORT-FILENAME ", status " RPT-FS
                close CartaoRecFile
                move 8 to return-code
                stop run
            end-if
            move "CONCILIACAO DE VENDAS EM CARTAO COM A ADQUIRENTE"
                to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "Posicao em " WS-RUN-DATE "   MDR contratado "
                WS-TAXA-PCT "%   prazo " WS-PRAZO " dias"
                delimited by size into ReportLine
            end-string
            write ReportLine

            perform BuildReceivables
            perform PostSettlements
            perform ListOpenSales

            close CartaoRecFile
            close ConcReport
            move "CONCILIACAO CARTAO" to RC-REPORT
            move "cartaoconc"         to RC-PROGRAM
            move WS-REPORT-FILENAME   to RC-FILENAME
            compute WS-EXCECOES = WS-DUPLICADAS + WS-TAXA-ALTA
                + WS-SEM-VENDA + WS-VENCIDAS + WS-DEV-FORA
            move WS-EXCECOES          to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Card settlement reconciliation " WS-RUN-DATE
            display "  new card charges   : " WS-NOVAS
            display "  returns netted     : " WS-DEV-ABATIDAS
            display "  returns not netted : " WS-DEV-FORA
            display "  settlement lines   : " WS-LIDAS
            display "  settled            : " WS-PAGAS
            display "  already posted     : " WS-REPETIDAS
            display "  paid twice         : " WS-DUPLICADAS
            display "  fee above contract : " WS-TAXA-ALTA
            display "  no sale behind it  : " WS-SEM-VENDA
            display "  unpaid past term   : " WS-VENCIDAS
            display "  still receivable   : " WS-TOT-ABERTO
            display "  report             : " WS-REPORT-FILENAME
            stop run.

       LoadParm.
            open input ParmFile
            if PARM-FS not = "00"
                exit paragraph
            end-if
            read ParmFile into WS-PARM-IN
                not at end
                    if PI-TAXA numeric
                        move PI-TAXA to WS-TAXA-PCT
                    end-if
                    if PI-PRAZO numeric and PI-PRAZO > zeros
                        move PI-PRAZO to WS-PRAZO
                    end-if
            end-read
            close ParmFile.

      *> The last 60 days of VENDHIST are swept every run: a charge
      *> already on file is only refreshed while still unpaid, so the
      *> sweep is safe to repeat.
       BuildReceivables.
            open input ARQUIVO-VENDHIST
            if VENDHIST-FS not = "00"
                display "No sales history on file, status " VENDHIST-FS
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move 'N' to WS-GRUPO
            move WS-INICIO to VH-DATA
            move zeros to VH-SEQ
            start ARQUIVO-VENDHIST key is >= VH-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and VH-TENDER = 'C'
                    perform OneSaleLine
                end-if
            end-perform
            perform FlushCharge
            perform ApplyReturns
            close ARQUIVO-VENDHIST.

      *> A line joins the charge being gathered when it is the same
      *> cupom on the same day, or - a single-item sale has cupom
      *> 000000 - when it is the fidelity discount line (DEV on SKU
      *> 0000) the same operator rang at the same store that day.
      *> A return of goods that starts no charge of its own is kept
      *> for ApplyReturns.
       OneSaleLine.
            if WS-GRUPO = 'Y' and VH-DATA = WS-GR-DATA
                    and ((VH-CUPOM > zeros
                          and VH-CUPOM = WS-GR-CUPOM)
                      or (VH-CUPOM = zeros and WS-GR-CUPOM = zeros
                          and VH-DEV = "DEV" and VH-SKU = zeros
                          and VH-OPERADOR = WS-GR-OPERADOR
                          and VH-LOJA = WS-GR-LOJA))
                continue
            else
                if VH-DEV = "DEV"
                    perform KeepReturn
                    exit paragraph
                end-if
                perform FlushCharge
                move 'Y'         to WS-GRUPO
                move VH-DATA     to WS-GR-DATA
                move VH-SEQ      to WS-GR-SEQ
                move VH-CUPOM    to WS-GR-CUPOM
                move VH-LOJA     to WS-GR-LOJA
                move VH-OPERADOR to WS-GR-OPERADOR
                move zeros       to WS-GR-VALOR
            end-if
            if VH-DEV = "DEV"
                compute WS-GR-VALOR = WS-GR-VALOR - VH-VALOR * VH-QTD
            else
                compute WS-GR-VALOR = WS-GR-VALOR + VH-VALOR * VH-QTD
            end-if.

       KeepReturn.
            if WS-DV-TOTAL >= WS-DV-MAX
                display "** return table full (" WS-DV-MAX
                    ") - card return " VH-DATA " " VH-SEQ
                    " not netted"
                add 1 to WS-DEV-FORA
                exit paragraph
            end-if
            add 1 to WS-DV-TOTAL
            move VH-DATA  to DV-DATA  (WS-DV-TOTAL)
            move VH-SEQ   to DV-SEQ   (WS-DV-TOTAL)
            move VH-CUPOM to DV-CUPOM (WS-DV-TOTAL)
            compute DV-VALOR (WS-DV-TOTAL) = VH-VALOR * VH-QTD.

      *> The sweep has just put every open charge back at its sale
      *> value, so taking the returns off again here is safe to
      *> repeat; a charge older than the sweep is left alone. The charge of a cupom is keyed by the cupom's first
      *> VENDHIST line, found on the VH-CUPOM key.
       ApplyReturns.
            if WS-DV-TOTAL > zeros
                move spaces to ReportLine
                write ReportLine
                move "DEVOLUCOES EM CARTAO NAO ABATIDAS DA VENDA"
                    to ReportLine
                write ReportLine
            end-if
            perform varying WS-DV-IDX from 1 by 1
                    until WS-DV-IDX > WS-DV-TOTAL
                perform ApplyOneReturn
            end-perform.

       ApplyOneReturn.
            move 'N' to WS-DV-ACHOU
            if DV-CUPOM (WS-DV-IDX) > zeros
                move DV-CUPOM (WS-DV-IDX) to VH-CUPOM
                start ARQUIVO-VENDHIST key is = VH-CUPOM
                    invalid key continue
                    not invalid key
                        read ARQUIVO-VENDHIST next record
                            at end continue
                            not at end
                                move VH-DATA to CT-DATA
                                move VH-SEQ  to CT-SEQ
                                read CartaoRecFile
                                    invalid key continue
                                    not invalid key
                                        if CT-ABERTO
                                                and CT-DATA >= WS-INICIO
                                            move 'Y' to WS-DV-ACHOU
                                        end-if
                                end-read
                        end-read
                end-start
            end-if
            if WS-DV-ACHOU = 'Y'
                if DV-VALOR (WS-DV-IDX) >= CT-VALOR
                    move zeros to CT-VALOR
                else
                    subtract DV-VALOR (WS-DV-IDX) from CT-VALOR
                end-if
                rewrite CartaoRec
                    invalid key
                        display "** ERROR ** rewriting CARTAOREC.DAT, status "
                            CT-FS
                end-rewrite
                add 1 to WS-DEV-ABATIDAS
            else
                add 1 to WS-DEV-FORA
                move "DEVOLUCAO NAO ABATIDA" to EL-MOTIVO
                move DV-DATA (WS-DV-IDX)     to EL-DATA
                move DV-VALOR (WS-DV-IDX)    to EL-VALOR
                move zeros                   to EL-TAXA EL-PAGTO
                move spaces                  to EL-NSU
                move DV-CUPOM (WS-DV-IDX)    to EL-NSU (1:6)
                write ReportLine from WS-EXC-LINE
            end-if.

       FlushCharge.
            if WS-GRUPO not = 'Y'
                exit paragraph
            end-if
            move 'N' to WS-GRUPO
            if WS-GR-VALOR not > zeros
                exit paragraph
            end-if
            move WS-GR-DATA to CT-DATA
            move WS-GR-SEQ  to CT-SEQ
            read CartaoRecFile
                invalid key
                    initialize CartaoRec
                    move WS-GR-DATA     to CT-DATA
                    move WS-GR-SEQ      to CT-SEQ
                    move WS-GR-CUPOM    to CT-CUPOM
                    move WS-GR-LOJA     to CT-LOJA
                    move WS-GR-OPERADOR to CT-OPERADOR
                    move WS-GR-VALOR    to CT-VALOR
                    move "A"            to CT-SITUACAO
                    write CartaoRec
                        invalid key
                            display "** ERROR ** writing CARTAOREC.DAT, status " CT-FS
                        not invalid key
                            add 1 to WS-NOVAS
                    end-write
                not invalid key
                    if CT-ABERTO and CT-VALOR not = WS-GR-VALOR
                        move WS-GR-VALOR to CT-VALOR
                        rewrite CartaoRec
                    end-if
            end-read.

       PostSettlements.
            open input RetornoFile
            if RET-FS not = "00"
                move spaces to ReportLine
                write ReportLine
                move "Sem arquivo de liquidacao ADQUIRENTE.RET nesta execucao"
                    to ReportLine
                write ReportLine
                exit paragraph
            end-if
            open extend LiqFile
            if LQ-FS = "35"
                open output LiqFile
            end-if
            move spaces to ReportLine
            write ReportLine
            move "EXCECOES DA LIQUIDACAO" to ReportLine
            write ReportLine
            move "MOTIVO                 VENDA         BRUTO     TAXA PAGAMENTO NSU"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read RetornoFile into WS-RET-DETAIL
                    at end move 'Y' to WS-EOF
                    not at end
                        if AQ-TIPO = "1"
                            add 1 to WS-LIDAS
                            perform PostOneSettlement
                        end-if
                end-read
            end-perform
            close RetornoFile
            close LiqFile
            move spaces to ReportLine
            write ReportLine
            move "TAXAS (MDR) LANCADAS"  to TL-ROTULO
            move WS-TOT-TAXA             to TL-VALOR
            write ReportLine from WS-TOT-LINE.

      *> First an unpaid charge of that date and amount; failing
      *> that, one already settled - a repeat of the same NSU is a
      *> re-run, a different NSU is the acquirer paying twice.
       PostOneSettlement.
            if AQ-DATA-VENDA not numeric or AQ-VALOR not numeric
                    or AQ-TAXA not numeric or AQ-LIQUIDO not numeric
                move "LINHA ILEGIVEL" to WS-MOTIVO
                add 1 to WS-SEM-VENDA
                perform WriteException
                exit paragraph
            end-if
            move 'N' to WS-JA-POSTADO
            perform FindCharge
            if WS-ACHOU = 'N'
                perform FindSettledCharge
            end-if
            if WS-JA-POSTADO = 'Y'
                add 1 to WS-REPETIDAS
                exit paragraph
            end-if
            if WS-ACHOU = 'N'
                move "PAGAMENTO SEM VENDA" to WS-MOTIVO
                add 1 to WS-SEM-VENDA
                perform WriteException
                exit paragraph
            end-if
            add 1 to CT-PAGAMENTOS
            if CT-ABERTO
                move "P" to CT-SITUACAO
                move AQ-DATA-PAGTO to CT-DATA-PAGTO
                move AQ-TAXA       to CT-TAXA
                move AQ-LIQUIDO    to CT-LIQUIDO
                move AQ-NSU        to CT-NSU
                add 1 to WS-PAGAS
            else
                move "D" to CT-SITUACAO
                move "PAGO EM DUPLICIDADE" to WS-MOTIVO
                add 1 to WS-DUPLICADAS
                perform WriteException
            end-if
            rewrite CartaoRec
                invalid key
                    display "** ERROR ** rewriting CARTAOREC.DAT, status " CT-FS
            end-rewrite
            compute WS-TAXA-MAX rounded =
                AQ-VALOR * WS-TAXA-PCT / 100
            if AQ-TAXA > WS-TAXA-MAX + 0.01
                move "TAXA ACIMA CONTRATO" to WS-MOTIVO
                add 1 to WS-TAXA-ALTA
                perform WriteException
            end-if
            move AQ-DATA-PAGTO to LQ-DATA-PAGTO
            move AQ-DATA-VENDA to LQ-DATA-VENDA
            move AQ-VALOR      to LQ-VALOR
            move AQ-TAXA       to LQ-TAXA
            move AQ-LIQUIDO    to LQ-LIQUIDO
            move AQ-NSU        to LQ-NSU
            write LiqRec from WS-LIQ-LINE
            add AQ-TAXA to WS-TOT-TAXA.

       FindCharge.
            move 'N' to WS-ACHOU
            move 'N' to WS-FIM
            move AQ-DATA-VENDA to CT-DATA
            move zeros to CT-SEQ
            start CartaoRecFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-FIM
            end-start
            perform until WS-FIM = 'Y' or WS-ACHOU = 'Y'
                read CartaoRecFile next record
                    at end move 'Y' to WS-FIM
                end-read
                if WS-FIM = 'N'
                    if CT-DATA not = AQ-DATA-VENDA
                        move 'Y' to WS-FIM
                    else
                        if CT-ABERTO and CT-VALOR = AQ-VALOR
                            move 'Y' to WS-ACHOU
                        end-if
                    end-if
                end-if
            end-perform.

      *> Every settled charge of that date and amount is looked at:
      *> the NSU may belong to any of them.
       FindSettledCharge.
            move 'N' to WS-FIM
            move zeros to WS-ACHOU-SEQ
            move AQ-DATA-VENDA to CT-DATA
            move zeros to CT-SEQ
            start CartaoRecFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-FIM
            end-start
            perform until WS-FIM = 'Y'
                read CartaoRecFile next record
                    at end move 'Y' to WS-FIM
                end-read
                if WS-FIM = 'N'
                    if CT-DATA not = AQ-DATA-VENDA
                        move 'Y' to WS-FIM
                    else
                        if CT-VALOR = AQ-VALOR
                            if CT-NSU = AQ-NSU
                                move 'Y' to WS-JA-POSTADO
                                move 'Y' to WS-FIM
                            else
                                if WS-ACHOU = 'N'
                                    move 'Y' to WS-ACHOU
                                    move CT-SEQ to WS-ACHOU-SEQ
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-perform
            if WS-ACHOU = 'Y' and WS-JA-POSTADO = 'N'
                move AQ-DATA-VENDA to CT-DATA
                move WS-ACHOU-SEQ  to CT-SEQ
                read CartaoRecFile
                    invalid key move 'N' to WS-ACHOU
                end-read
            end-if.

       WriteException.
            move WS-MOTIVO     to EL-MOTIVO
            move AQ-DATA-VENDA to EL-DATA
            move zeros to EL-VALOR EL-TAXA
            if AQ-VALOR numeric
                move AQ-VALOR  to EL-VALOR
            end-if
            if AQ-TAXA numeric
                move AQ-TAXA   to EL-TAXA
            end-if
            move AQ-DATA-PAGTO to EL-PAGTO
            move AQ-NSU        to EL-NSU
            write ReportLine from WS-EXC-LINE.

      *> Everything still awaiting settlement is the receivable from
      *> the acquirer; what is older than the agreed term is listed
      *> as never paid.
       ListOpenSales.
            move spaces to ReportLine
            write ReportLine
            move "VENDAS EM CARTAO NAO PAGAS APOS O PRAZO" to ReportLine
            write ReportLine
            move "VENDA     CUPOM   LJ  OPERADOR         VALOR"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move zeros to CT-CHAVE
            start CartaoRecFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CartaoRecFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CT-ABERTO and CT-VALOR > zeros
                    add CT-VALOR to WS-TOT-ABERTO
                    if CT-DATA < WS-LIMITE
                        add 1 to WS-VENCIDAS
                        add CT-VALOR to WS-TOT-VENCIDO
                        move CT-DATA     to AL-DATA
                        move CT-CUPOM    to AL-CUPOM
                        move CT-LOJA     to AL-LOJA
                        move CT-OPERADOR to AL-OPERADOR
                        move CT-VALOR    to AL-VALOR
                        write ReportLine from WS-ABERTO-LINE
                    end-if
                end-if
            end-perform
            move spaces to ReportLine
            write ReportLine
            move "NAO PAGO APOS O PRAZO"      to TL-ROTULO
            move WS-TOT-VENCIDO               to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "A RECEBER DA ADQUIRENTE"    to TL-ROTULO
            move WS-TOT-ABERTO                to TL-VALOR
            write ReportLine from WS-TOT-LINE.

       END PROGRAM cartaoconc.
