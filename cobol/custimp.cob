      *> ones in customer.dat, and writes CUSTIMP.REJ plus a summary
      *> of read/added/updated/rejected. Closes the round trip the
      *> export opened.
      *> An optional fourth column carries the customer's CPF or CNPJ:
      *> it must pass docvalid.cob's check digits and may not belong
      *> to another active customer (the CustDoc alternate key), or
      *> the row is rejected. A blank column leaves an existing
      *> customer's document as it is.
      *> Every add and update goes through auditlog.cob, as the
      *> customer screen's do, so rollfwd.cob can replay an import.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT RejectFile ASSIGN TO "CUSTIMP.REJ"
                         ORGANIZATION IS LINE SEQUENTIAL
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD RejectFile.
       01 RejectLine       pic x(100).
       01 WS-ID-TXT        pic x(08).
       01 WS-FIRST-TXT     pic x(15).
       01 WS-LAST-TXT      pic x(15).
       01 WS-DOC-TXT       pic x(18).
       01 WS-DOC-TIPO      pic x.
       01 WS-DOC           pic x(14).
       01 WS-DOC-EOF       pic x.
       01 WS-DOC-DONO      pic 9(08).
       01 WS-ID-NUM        pic 9(08).
       01 WS-DV-AREA.
           05 DV-ENTRADA   pic x(18).
           05 DV-TIPO      pic x.
           05 DV-DOC       pic x(14).
           05 DV-OK        pic x.
           05 DV-MOTIVO    pic x(30).
       01 WS-REASON        pic x(30).
       01 WS-READ-COUNT    pic 9(05) value zeros.
       01 WS-ADDED         pic 9(05) value zeros.
       01 WS-UPDATED       pic 9(05) value zeros.
       01 WS-REJECTED      pic 9(05) value zeros.
       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       PROCEDURE DIVISION.
       001-Main.
            display "CSV file to import (IDNum,FirstName,LastName[,CPF/CNPJ]): "
                with no advancing
            accept WS-CSV-FILENAME
            open input CsvFile

       ImportOne.
            if CsvLine = "IDNum,FirstName,LastName"
                    or CsvLine = "IDNum,FirstName,LastName,Document"
      *>       Header line the export writes - not a data row.
                continue
            else

       ApplyRow.
            move spaces to WS-ID-TXT WS-FIRST-TXT WS-LAST-TXT
                WS-DOC-TXT WS-DOC-TIPO WS-DOC
            unstring CsvLine delimited by ","
                into WS-ID-TXT
                     WS-FIRST-TXT
                     WS-LAST-TXT
                     WS-DOC-TXT
            end-unstring
            if WS-DOC-TXT not = spaces
                move WS-DOC-TXT to DV-ENTRADA
                call "docvalid" using WS-DV-AREA
                move DV-TIPO to WS-DOC-TIPO
                move DV-DOC  to WS-DOC
            end-if
            evaluate true
                when WS-ID-TXT not numeric
                    move "ID not numeric" to WS-REASON
                when WS-LAST-TXT = spaces
                    move "LastName blank" to WS-REASON
                    perform RejectRow
                when WS-DOC-TXT not = spaces and DV-OK not = 'Y'
                    move DV-MOTIVO to WS-REASON
                    perform RejectRow
                when other
                    perform CheckDocInUse
                    if WS-DOC-DONO = zeros
                        perform AddOrUpdate
                    else
                        move spaces to WS-REASON
                        string "document on IDNum " delimited by size
                               WS-DOC-DONO delimited by size
                            into WS-REASON
                        end-string
                        perform RejectRow
                    end-if
            end-evaluate.

      *> Another active customer already holding the document; a
      *> merged-away ('I') record may keep it.
       CheckDocInUse.
            move zeros to WS-DOC-DONO
            if WS-DOC = spaces
                exit paragraph
            end-if
            move function numval(WS-ID-TXT) to WS-ID-NUM
            move WS-DOC to CustDoc
            move 'N' to WS-DOC-EOF
            start CustomerFile key is = CustDoc
                invalid key move 'Y' to WS-DOC-EOF
            end-start
            perform until WS-DOC-EOF = 'Y'
                read CustomerFile next record
                    at end move 'Y' to WS-DOC-EOF
                end-read
                if WS-DOC-EOF = 'N'
                    if CustDoc not = WS-DOC
                        move 'Y' to WS-DOC-EOF
                    else
                        if IDNum not = WS-ID-NUM and CustStatus not = 'I'
                            move IDNum to WS-DOC-DONO
                            move 'Y' to WS-DOC-EOF
                        end-if
                    end-if
                end-if
            end-perform.

       AddOrUpdate.
            move function numval(WS-ID-TXT) to IDNum
            read CustomerFile
                    move WS-FIRST-TXT to FirstName
                    move WS-LAST-TXT  to LastName
                    move 'A'          to CustStatus
                    move WS-DOC-TIPO  to CustDocTipo
                    move WS-DOC       to CustDoc
                    write CustomerData
                        invalid key
                            move "write failed" to WS-REASON
                            perform RejectRow
                        not invalid key
                            add 1 to WS-ADDED
                            move "ADD" to AU-ACTION
                            move spaces to AU-BEFORE
                            perform WriteAudit
                    end-write
                not invalid key
                    move CustomerData to AU-BEFORE
                    move WS-FIRST-TXT to FirstName
                    move WS-LAST-TXT  to LastName
                    if WS-DOC not = spaces
                        move WS-DOC-TIPO to CustDocTipo
                        move WS-DOC      to CustDoc
                    end-if
                    rewrite CustomerData
                        invalid key
                            move "rewrite failed" to WS-REASON
                            perform RejectRow
                        not invalid key
                            add 1 to WS-UPDATED
                            move "UPD" to AU-ACTION
                            perform WriteAudit
                    end-rewrite
            end-read.

       WriteAudit.
            move "customer.dat" to AU-FILE
            move IDNum          to AU-KEY
            move "BATCH"        to AU-OPERATOR
            move CustomerData   to AU-AFTER
            call "auditlog" using WS-AU-AREA.

       RejectRow.
            add 1 to WS-REJECTED
            move spaces to RejectLine
