      *> physically remove anything; this batch is the one place a
      *> record leaves customer.dat, and only after the operator types
      *> the word PURGE to confirm. A backup copy is taken first.
      *> It takes two supervisors: the first run, after a level-9
      *> sign-on, lists the inactive customers in CUSTPURGE.PEND and
      *> queues a PRG request in APROVA.DAT (aprova.cob); once a
      *> different supervisor approves it in aprovmnt.cob, the next
      *> run removes exactly those customers - any reactivated since
      *> is kept - and closes the request. Each removal goes through
      *> auditlog.cob, so rollfwd.cob repeats it after a restore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT PendFile ASSIGN TO "CUSTPURGE.PEND"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PEND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD PendFile.
       01 PendData.
            02 PD-IDNUM  pic 9(08).

       WORKING-STORAGE SECTION.
       01 CUST-FS          pic 99.
       01 PEND-FS          pic xx.
       01 WS-KEPT          pic 9(05) value zeros.
       01 WS-EOF           pic x value 'N'.
       01 WS-CONFIRM       pic x(10).
       01 WS-PURGED        pic 9(05) value zeros.
       01 WS-BACKUP-NAME   pic x(30) value spaces.
       01 WS-RC            pic s9(9) comp-5.

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
           02              pic x(09) value "PURGE OF ".
           02 AD-TOTAL     pic 9(03).
           02              pic x(35)
                           value " INACTIVE, LISTED IN CUSTPURGE.PEND".
           02              pic x(13) value spaces.

       PROCEDURE DIVISION.
       001-Main.
            display "PURGE OF INACTIVE CUSTOMERS (administrator only)"
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            if SG-LEVEL < 9
                display "Supervisor level required for the purge."
                move 'D' to SG-FUNC
                move "CUSTOMER PURGE" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            move "C"         to AQ-FUNC
            move "PRG"       to AQ-TIPO
            move "INATIVOS"  to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            evaluate AQ-SITUACAO
                when 'A'
                    display "Purge request " AQ-NUM " approved by "
                        AQ-APROVADOR
                when 'P'
                    display "Purge request " AQ-NUM
                        " still waiting for approval - nothing removed."
                    stop run
                when other
                    if AQ-SITUACAO = 'R'
                        display "Purge request " AQ-NUM " was rejected: "
                            AQ-MOTIVO
                    end-if
                    perform RequestPurge
                    stop run
            end-evaluate
            display "Type PURGE to confirm: " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM not = "PURGE"
                stop run
            end-if

            perform LoadApproved
            perform varying WS-PG-IDX from 1 by 1
                    until WS-PG-IDX > WS-PG-TOTAL
                move WS-PG-ID (WS-PG-IDX) to IDNum
                read CustomerFile
                    invalid key continue
                    not invalid key
                        if CustStatus = 'I'
                            delete CustomerFile
                                invalid key
                                    display "** unable to purge IDNum "
                                        IDNum
                                not invalid key
                                    add 1 to WS-PURGED
                                    move "customer.dat" to AU-FILE
                                    move IDNum          to AU-KEY
                                    move SG-OPERATOR    to AU-OPERATOR
                                    move "DEL"          to AU-ACTION
                                    move CustomerData   to AU-BEFORE
                                    move spaces         to AU-AFTER
                                    call "auditlog" using WS-AU-AREA
                            end-delete
                        else
                            add 1 to WS-KEPT
                        end-if
                end-read
            end-perform

            close CustomerFile
            if WS-PG-TOTAL > zeros
                move "X" to AQ-FUNC
                call "aprova" using WS-AQ-AREA
            end-if
            display ' '
            display "Purge complete"
            display "  approved list  : " WS-PG-TOTAL
            display "  purged         : " WS-PURGED
            display "  active again, kept : " WS-KEPT
            stop run.

      *> The inactive customers go to CUSTPURGE.PEND for the approver
      *> and the request is queued; nothing is removed on this run.
       RequestPurge.
            open input CustomerFile
            if CUST-FS not = 00
                display "** ERROR ** unable to open customer.dat, status " CUST-FS
                exit paragraph
            end-if
            perform CollectInactive
            close CustomerFile
            if WS-PG-TOTAL = zeros
                display "No inactive customers to purge."
                exit paragraph
            end-if
            open output PendFile
            perform varying WS-PG-IDX from 1 by 1
                    until WS-PG-IDX > WS-PG-TOTAL
                move WS-PG-ID (WS-PG-IDX) to PD-IDNUM
                write PendData
            end-perform
            close PendFile
            move "S"         to AQ-FUNC
            move "PRG"       to AQ-TIPO
            move "INATIVOS"  to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            move zeros       to AQ-VALOR
            move WS-PG-TOTAL to AD-TOTAL
            move WS-AQ-PEDIDO to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display WS-PG-TOTAL " inactive customer(s) listed in"
                    " CUSTPURGE.PEND"
                display "Purge queued as request " AQ-NUM
                    " - runs after a second supervisor approves"
            else
                display "Purge request not queued"
            end-if.

       LoadApproved.
            move zeros to WS-PG-TOTAL
            open input PendFile
            if PEND-FS not = "00"
                display "** ERROR ** approved list CUSTPURGE.PEND missing,"
                    " status " PEND-FS
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read PendFile
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and WS-PG-TOTAL < 200
                    add 1 to WS-PG-TOTAL
                    move PD-IDNUM to WS-PG-ID (WS-PG-TOTAL)
                end-if
            end-perform
            close PendFile.

       CollectInactive.
            move low-values to IDNum
            start CustomerFile key is >= IDNum
