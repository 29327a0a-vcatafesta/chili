      *> the quantity to the BAIXA.DAT write-off journal with date and
      *> reason, zeroes the stock on the record and prints the loss
      *> report valued at cost that the accountant asks for.
      *> The write-off needs a supervisor's approval first: a run
      *> with nothing approved lists the expired items in BAIXA.PEND
      *> and queues a BXV request in APROVA.DAT (aprova.cob); once a
      *> supervisor approves it in aprovmnt.cob, the next run writes
      *> off exactly the BAIXA.PEND items - each still expired and in
      *> stock, never more than the quantity approved - and closes
      *> the request.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BaixaFile ASSIGN TO "BAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS BAIXA-FS.
           SELECT PendFile ASSIGN TO "BAIXA.PEND"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PEND-FS.
           SELECT LossReport ASSIGN TO "BAIXA.REL"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REL-FS.
       FD BaixaFile.
       01 BaixaRec         PIC X(80).

       FD PendFile.
       01 PendRec.
           05 PD-SKU       pic 9(04).
           05 PD-NOME      pic x(30).
           05 PD-QTD       pic 9(04).
           05 PD-CUSTO     pic 9(04)V99.
           05 PD-VALIDADE  pic 9(08).

       FD LossReport.
       01 ReportLine       PIC X(80).

           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).
       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).
       01 WS-FL-AREA.
           05 FL-FUNC      pic x.
           05 FL-FILE      pic x(14).
       01 ESTOQUE-FS       pic xx.
       01 BAIXA-FS         pic xx.
       01 REL-FS           pic xx.
       01 PEND-FS          pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-HOJE-DATA     pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-BX-VALOR      pic 9(08)V99.
       01 WS-BX-TOT-VALOR  pic 9(10)V99 value zeros.
       01 WS-BX-BAIXADOS   pic 9(03) value zeros.
       01 WS-BX-IGNORADOS  pic 9(03) value zeros.

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
       01 WS-AQ-PEDIDO.
           02              pic x(06) value "ITEMS ".
           02 AD-ITENS     pic 9(03).
           02              pic x(20) value " EXPIRED, LISTED IN ".
           02              pic x(10) value "BAIXA.PEND".
           02              pic x(21) value spaces.

       01 WS-BX-TAB.
           02 WS-BX-ITEM occurs 200 times.
            compute WS-HOJE-INT =
                function integer-of-date(WS-HOJE-DATA)

            move "C"         to AQ-FUNC
            move "BXV"       to AQ-TIPO
            move "VENCIDOS"  to AQ-CHAVE
            move "baixavenc" to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            evaluate AQ-SITUACAO
                when 'A'
                    perform LoadProposal
                    if WS-BX-TOTAL > zeros
                        perform WriteOffAll
                        perform LossReportOut
                        move "X" to AQ-FUNC
                        call "aprova" using WS-AQ-AREA
                    end-if
                when 'P'
                    display "Write-off request " AQ-NUM
                        " still waiting for approval - nothing done."
                when other
                    if AQ-SITUACAO = 'R'
                        display "Write-off request " AQ-NUM
                            " was rejected: " AQ-MOTIVO
                    end-if
                    perform CollectExpired
                    if WS-BX-TOTAL = zeros
                        display "No expired stock on file."
                    else
                        perform ProposeWriteOff
                    end-if
            end-evaluate
            close ARQUIVO-ESTOQUE
            move 'L' to FL-FUNC
            call "filelock" using WS-FL-AREA
                end-if
            end-perform.

      *> The list goes to BAIXA.PEND for the approver to look at and
      *> the request is queued with the loss valued at cost.
       ProposeWriteOff.
            open output PendFile
            move zeros to WS-BX-TOT-VALOR
            perform varying WS-BX-IDX from 1 by 1
                    until WS-BX-IDX > WS-BX-TOTAL
                move WS-BX-ITEM (WS-BX-IDX) to PendRec
                write PendRec
                compute WS-BX-VALOR =
                    BX-QTD (WS-BX-IDX) * BX-CUSTO (WS-BX-IDX)
                add WS-BX-VALOR to WS-BX-TOT-VALOR
            end-perform
            close PendFile
            move "S"         to AQ-FUNC
            move "BXV"       to AQ-TIPO
            move "VENCIDOS"  to AQ-CHAVE
            move "baixavenc" to AQ-OPERADOR
            move WS-BX-TOT-VALOR to AQ-VALOR
            move WS-BX-TOTAL to AD-ITENS
            move WS-AQ-PEDIDO to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "Write-off of " WS-BX-TOTAL " expired item(s)"
                    " queued as request " AQ-NUM
                display "  loss valued at    : " WS-BX-TOT-VALOR
                display "  proposal          : BAIXA.PEND"
            else
                display "Write-off request not queued"
            end-if.

      *> An approved run works from the list that was approved, not
      *> from a fresh scan.
       LoadProposal.
            move zeros to WS-BX-TOTAL
            open input PendFile
            if PEND-FS not = "00"
                display "** ERROR ** approved proposal BAIXA.PEND missing,"
                    " status " PEND-FS
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read PendFile
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and WS-BX-TOTAL < 200
                    add 1 to WS-BX-TOTAL
                    move PendRec to WS-BX-ITEM (WS-BX-TOTAL)
                end-if
            end-perform
            close PendFile.

      *> An item restocked with a new date, or already gone, since
      *> the approval is left alone and shows on the report with
      *> zero quantity.
       WriteOffAll.
            open extend BaixaFile
            if BAIXA-FS = "35"
                    until WS-BX-IDX > WS-BX-TOTAL
                move BX-SKU (WS-BX-IDX) to SKU
                read ARQUIVO-ESTOQUE key is SKU
                    invalid key
                        move zeros to BX-QTD (WS-BX-IDX)
                        add 1 to WS-BX-IGNORADOS
                    not invalid key
                        compute WS-VAL-DATA =
                            ANO * 10000 + MES * 100 + DIA
                        if WS-VAL-DATA not = BX-VALIDADE (WS-BX-IDX)
                                or QTD-ESTOQUE = zeros
                            move zeros to BX-QTD (WS-BX-IDX)
                            add 1 to WS-BX-IGNORADOS
                        else
                            perform WriteOffOne
                        end-if
                end-read
            end-perform
            close BaixaFile.

       WriteOffOne.
            if QTD-ESTOQUE < BX-QTD (WS-BX-IDX)
                move QTD-ESTOQUE to BX-QTD (WS-BX-IDX)
            end-if
            move PRODUTO to AU-BEFORE
            subtract BX-QTD (WS-BX-IDX) from QTD-ESTOQUE
            rewrite PRODUTO
                invalid key continue
                not invalid key
                    add 1 to WS-BX-BAIXADOS
                    move "ESTOQUE.DAT" to AU-FILE
                    move SKU           to AU-KEY
                    move "baixavenc"   to AU-OPERATOR
                    move "BXV"         to AU-ACTION
                    move PRODUTO       to AU-AFTER
                    call "auditlog" using WS-AU-AREA
                    move WS-HOJE-DATA to BL-DATA
                    move BX-SKU (WS-BX-IDX) to BL-SKU
                    move BX-QTD (WS-BX-IDX) to BL-QTD
                    move BX-CUSTO (WS-BX-IDX) to BL-CUSTO
                    move BX-VALIDADE (WS-BX-IDX) to BL-VALIDADE
                    write BaixaRec from WS-BAIXA-LINHA
            end-rewrite.

       LossReportOut.
            open output LossReport
            move "RELATORIO DE PERDAS - BAIXA DE VENCIDOS" to ReportLine
            display "Write-off complete"
            display "  expired items     : " WS-BX-TOTAL
            display "  records adjusted  : " WS-BX-BAIXADOS
            display "  no longer due     : " WS-BX-IGNORADOS
            display "  approved request  : " AQ-NUM
            display "  loss valued at    : " WS-BX-TOT-VALOR
            display "  journal           : BAIXA.DAT"
            display "  report            : BAIXA.REL".
