      *> 90-day debt, and - in apply mode, behind a supervisor
      *> sign-on - writes the new CL-LIMITE with before/after images
      *> through auditlog.cob.
      *> Applying takes a second supervisor: the first apply run
      *> lists the proposed changes in CREDREV.PEND and queues a CRV
      *> request in APROVA.DAT (aprova.cob); once a different
      *> supervisor approves it in aprovmnt.cob, the next apply run
      *> writes exactly those limits - skipping any customer whose
      *> limit was changed meanwhile - and closes the request.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT PendFile ASSIGN TO "CREDREV.PEND"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PEND-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CX-FS.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD PendFile.
       01 PendData.
            02 CP-CLIENTE     pic 9(08).
            02 CP-LIMITE-ANT  pic 9(06)V99.
            02 CP-LIMITE-NOVO pic 9(06)V99.

       FD CashJournal.
       01 CashRecord       pic x(60).

       01 CRED-FS          pic xx.
       01 CR-FS            pic xx.
       01 CX-FS            pic xx.
       01 PEND-FS          pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-MODE          pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RAISED        pic 9(04) value zeros.
       01 WS-CUT           pic 9(04) value zeros.
       01 WS-APPLIED       pic 9(04) value zeros.
       01 WS-SKIPPED       pic 9(04) value zeros.
       01 WS-PROPOSED      pic 9(04) value zeros.
       01 WS-AUMENTO       pic 9(07)V99 value zeros.

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
           02              pic x(07) value "RAISES ".
           02 AD-RAISED    pic 9(04).
           02              pic x(06) value " CUTS ".
           02 AD-CUT       pic 9(04).
           02              pic x(24) value " LISTED IN CREDREV.PEND".
           02              pic x(15) value spaces.

       01 WS-SC-TOTAL      pic 9(03) value zeros.
       01 WS-SC-TAB.
                    stop run
                end-if
                move 'Y' to WS-MODE
                perform CheckApproval
            else
                move 'N' to WS-MODE
            end-if
                function integer-of-date(WS-RUN-DATE)
            perform ScoreReceivables
            perform ScorePayments
            if WS-MODE = 'Y'
                open output PendFile
            end-if
            perform ReviewLimits
            if WS-MODE = 'Y'
                close PendFile
            end-if
            display ' '
            display "Credit review complete"
            display "  limits reviewed : " WS-REVIEWED
            display "  raises proposed : " WS-RAISED
            display "  cuts proposed   : " WS-CUT
            if WS-MODE = 'Y'
                perform SubmitRequest
            end-if
            stop run.

      *> An approved request is carried out here and the run ends;
      *> one still pending stops the run; after a rejection (or with
      *> none on file) the review goes on and queues a new request.
       CheckApproval.
            move "C"         to AQ-FUNC
            move "CRV"       to AQ-TIPO
            move "LIMITES"   to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            evaluate AQ-SITUACAO
                when 'A'
                    perform ApplyApproved
                    stop run
                when 'P'
                    display "Limit changes request " AQ-NUM
                        " still waiting for approval - nothing applied."
                    stop run
                when 'R'
                    display "Limit changes request " AQ-NUM
                        " was rejected by " AQ-APROVADOR ": " AQ-MOTIVO
            end-evaluate.

       SubmitRequest.
            if WS-PROPOSED = zeros
                display "  no changes to apply"
                exit paragraph
            end-if
            move "S"         to AQ-FUNC
            move "CRV"       to AQ-TIPO
            move "LIMITES"   to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            move WS-AUMENTO  to AQ-VALOR
            move WS-RAISED   to AD-RAISED
            move WS-CUT      to AD-CUT
            move WS-AQ-PEDIDO to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "  queued as request " AQ-NUM
                    " - applied after a second supervisor approves"
            else
                display "  request not queued"
            end-if.

      *> Only the changes in CREDREV.PEND, and only where the limit
      *> still holds the value the approver saw.
       ApplyApproved.
            open input PendFile
            if PEND-FS not = "00"
                display "** ERROR ** approved proposal CREDREV.PEND"
                    " missing, status " PEND-FS
                exit paragraph
            end-if
            open i-o CreditFile
            if CRED-FS not = "00"
                display "** ERROR ** unable to open CREDLIM.DAT, status "
                    CRED-FS
                close PendFile
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read PendFile
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform ApplyOne
                end-if
            end-perform
            close PendFile
            close CreditFile
            move "X" to AQ-FUNC
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            display ' '
            display "Approved limit changes applied"
            display "  request         : " AQ-NUM
                " approved by " AQ-APROVADOR
            display "  changes applied : " WS-APPLIED
            display "  limit changed since, skipped : " WS-SKIPPED.

       ApplyOne.
            move CP-CLIENTE to CL-CLIENTE
            read CreditFile
                invalid key
                    add 1 to WS-SKIPPED
                    exit paragraph
            end-read
            if CL-LIMITE not = CP-LIMITE-ANT
                add 1 to WS-SKIPPED
                display "cliente " CL-CLIENTE " limite agora "
                    CL-LIMITE " - mudou desde o pedido, ignorado"
                exit paragraph
            end-if
            move CreditData to AU-BEFORE
            move CP-LIMITE-NOVO to CL-LIMITE
            rewrite CreditData
                invalid key
                    display "** unable to rewrite limit for "
                        CL-CLIENTE
                not invalid key
                    add 1 to WS-APPLIED
                    move "CREDLIM.DAT" to AU-FILE
                    move CL-CLIENTE    to AU-KEY
                    move SG-OPERATOR   to AU-OPERATOR
                    move "UPD"         to AU-ACTION
                    move CreditData    to AU-AFTER
                    call "auditlog" using WS-AU-AREA
            end-rewrite.

       ScoreReceivables.
            open input ReceivFile
            if CR-FS not = "00"
      *>                the statement runs - that money was already
      *>                journaled as cash when it came in, so
      *>                counting it again would inflate the score.
      *>                A returned cheque (CHEQUEDEV) takes back
      *>                what its CHEQUEPRE line counted.
                        if CXI-OPERADOR not = "CREDITO"
                            perform varying WS-IDX from 1 by 1
                                    until WS-IDX > WS-SC-TOTAL
                                if SC-CLIENTE (WS-IDX)
                                        = CXI-CLIENTE
                                    if CXI-OPERADOR = "CHEQUEDEV"
                                        if SC-PAGO (WS-IDX) >= CXI-VALOR
                                            subtract CXI-VALOR
                                                from SC-PAGO (WS-IDX)
                                        end-if
                                    else
                                        add CXI-VALOR
                                            to SC-PAGO (WS-IDX)
                                    end-if
                                end-if
                            end-perform
                        end-if
                " pior: " SC-PIOR (WS-IDX)
                " pago: " SC-PAGO (WS-IDX) ")"
            if WS-MODE = 'Y'
                move CL-CLIENTE     to CP-CLIENTE
                move CL-LIMITE      to CP-LIMITE-ANT
                move WS-NOVO-LIMITE to CP-LIMITE-NOVO
                write PendData
                add 1 to WS-PROPOSED
                if WS-NOVO-LIMITE > CL-LIMITE
                    compute WS-AUMENTO =
                        WS-AUMENTO + WS-NOVO-LIMITE - CL-LIMITE
                end-if
            end-if.

       END PROGRAM credrev.
