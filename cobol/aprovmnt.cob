       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprovmnt.
       AUTHOR. VILMAR CATAFESTA.
      *> Approvals screen for the APROVA.DAT queue aprova.cob keeps:
      *> a supervisor lists what is waiting and approves or rejects
      *> it, with the reason. The second person is the point - a
      *> request is never decided by the operator who made it, and
      *> only a level-9 sign-on gets in. Approval does not run
      *> anything: the requesting program executes the approved
      *> operation on its next run and closes the request. Every
      *> decision goes through auditlog.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AprovaFile ASSIGN TO "APROVA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS AP-NUM
                         ALTERNATE RECORD KEY IS AP-REF
                             WITH DUPLICATES
                         FILE STATUS  IS AP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD AprovaFile.
       01 AprovaData.
            02 AP-NUM        pic 9(06).
            02 AP-REF.
               03 AP-TIPO    pic x(03).
               03 AP-CHAVE   pic x(20).
            02 AP-SITUACAO   pic x.
            02 AP-SOLICITANTE pic x(10).
            02 AP-DATA-SOL   pic 9(08).
            02 AP-HORA-SOL   pic 9(06).
            02 AP-APROVADOR  pic x(10).
            02 AP-DATA-DEC   pic 9(08).
            02 AP-HORA-DEC   pic 9(06).
            02 AP-DATA-EXEC  pic 9(08).
            02 AP-VALOR      pic 9(07)V99.
            02 AP-DETALHE    pic x(60).
            02 AP-MOTIVO     pic x(40).

       WORKING-STORAGE SECTION.
       01 AP-FS            pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-NUM           pic 9(06).
       01 WS-DECISAO       pic x.
       01 WS-PENDENTES     pic 9(04).
       01 WS-VALOR-ED      pic z,zzz,zz9.99.
       01 WS-DESCR         pic x(24).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).

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

       PROCEDURE DIVISION.
       001-Main.
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            if SG-LEVEL < 9
                display "Supervisor level required to decide"
                    " approvals."
                move 'D' to SG-FUNC
                move "APPROVALS" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            open i-o AprovaFile
            if AP-FS = "35"
                open output AprovaFile
                close AprovaFile
                open i-o AprovaFile
            end-if
            if AP-FS not = "00"
                display "** ERROR ** unable to open APROVA.DAT, status " AP-FS
                stop run
            end-if
            perform until StayOpen = 'N'
                display ' '
                display "APPROVAL QUEUE"
                display "--------------"
                display "1 - List Pending Requests"
                display "2 - Approve / Reject Request"
                display "3 - Show Request"
                display "0 - Quit"
                display ' '
                display "Choice : " with no advancing
                accept Choice
                evaluate Choice
                    when 1 perform ListPending
                    when 2 perform DecideRequest
                    when 3 perform ShowRequest
                    when other move 'N' to StayOpen
                end-evaluate
            end-perform
            close AprovaFile
            stop run.

       Describe.
            evaluate AP-TIPO
                when "FAT" move "INVOICE CANCELLATION"  to WS-DESCR
                when "OVR" move "CREDIT LIMIT OVERRIDE" to WS-DESCR
                when "BXV" move "EXPIRED STOCK WRITE-OFF" to WS-DESCR
                when "CRV" move "CREDIT LIMIT CHANGES"  to WS-DESCR
                when "PRG" move "CUSTOMER PURGE"        to WS-DESCR
                when "BXR" move "BAD-DEBT WRITE-OFF"    to WS-DESCR
                when "ARQ" move "YEAR-END ARCHIVE"      to WS-DESCR
                when other move AP-TIPO                 to WS-DESCR
            end-evaluate.

       ListPending.
            move zeros to WS-PENDENTES
            move 'N' to WS-EOF
            move zeros to AP-NUM
            start AprovaFile key is >= AP-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            display "NUMBER REQUESTED        BY         OPERATION"
            perform until WS-EOF = 'Y'
                read AprovaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and AP-SITUACAO = 'P'
                    add 1 to WS-PENDENTES
                    perform Describe
                    display AP-NUM " " AP-DATA-SOL " " AP-HORA-SOL " "
                        AP-SOLICITANTE " " WS-DESCR " "
                        function trim(AP-CHAVE)
                end-if
            end-perform
            display WS-PENDENTES " request(s) waiting".

       ShowRequest.
            display "Request number : " with no advancing
            accept WS-NUM
            move WS-NUM to AP-NUM
            read AprovaFile
                invalid key
                    display "Request not on file"
                    exit paragraph
            end-read
            perform ShowDetail.

       ShowDetail.
            perform Describe
            move AP-VALOR to WS-VALOR-ED
            display ' '
            display "Request   : " AP-NUM "  " WS-DESCR
            display "Key       : " AP-CHAVE
            display "Value     : " WS-VALOR-ED
            display "Details   : " AP-DETALHE
            display "Requested : " AP-DATA-SOL " " AP-HORA-SOL
                " by " AP-SOLICITANTE
            evaluate AP-SITUACAO
                when 'P' display "State     : PENDING"
                when 'A' display "State     : APPROVED by " AP-APROVADOR
                             " on " AP-DATA-DEC
                when 'R' display "State     : REJECTED by " AP-APROVADOR
                             " on " AP-DATA-DEC " - " AP-MOTIVO
                when 'X' display "State     : EXECUTED on " AP-DATA-EXEC
                             " (approved by " AP-APROVADOR ")"
            end-evaluate.

       DecideRequest.
            display "Request number : " with no advancing
            accept WS-NUM
            move WS-NUM to AP-NUM
            read AprovaFile
                invalid key
                    display "Request not on file"
                    exit paragraph
            end-read
            perform ShowDetail
            if AP-SITUACAO not = 'P'
                display "Request is not pending - nothing to decide."
                exit paragraph
            end-if
            if AP-SOLICITANTE = SG-OPERATOR
                display "A request cannot be decided by the operator"
                    " who made it."
                move 'D' to SG-FUNC
                move "APPROVE OWN REQ" to SG-DETAIL
                call "signon" using WS-SG-AREA
                exit paragraph
            end-if
            display "A = approve, R = reject, other = leave pending: "
                with no advancing
            accept WS-DECISAO
            move function upper-case(WS-DECISAO) to WS-DECISAO
            if WS-DECISAO not = 'A' and WS-DECISAO not = 'R'
                exit paragraph
            end-if
            move AprovaData to AU-BEFORE
            move spaces to AP-MOTIVO
            if WS-DECISAO = 'R'
                display "Reason : " with no advancing
                accept AP-MOTIVO
            end-if
            move WS-DECISAO  to AP-SITUACAO
            move SG-OPERATOR to AP-APROVADOR
            accept AP-DATA-DEC from date yyyymmdd
            accept WS-RUN-TIME from time
            move WS-RUN-HHMMSS to AP-HORA-DEC
            rewrite AprovaData
                invalid key
                    display "Request not updated"
                not invalid key
                    if WS-DECISAO = 'A'
                        display "Request approved - the requesting"
                            " program carries it out on its next run."
                    else
                        display "Request rejected"
                    end-if
                    move "APROVA.DAT" to AU-FILE
                    move AP-NUM       to AU-KEY
                    move SG-OPERATOR  to AU-OPERATOR
                    move "UPD"        to AU-ACTION
                    move AprovaData   to AU-AFTER
                    call "auditlog" using WS-AU-AREA
            end-rewrite.

       END PROGRAM aprovmnt.
