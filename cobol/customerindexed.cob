                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         LOCK MODE    IS MANUAL
                         FILE STATUS  IS RUNDATA-FS.
           SELECT CreditFile ASSIGN TO "CREDLIM.DAT"
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD CreditFile.
       01 CreditData.
       01 WS-BACKUP-NAME    pic x(30) value spaces.
       01 WS-BACKUP-RC      pic s9(9) comp-5.
       01 WS-DB-OPEN        pic x value 'N'.
       01 WS-DOC-TXT        pic x(18).
       01 WS-DOC-TIPO       pic x.
       01 WS-DOC            pic x(14).
       01 WS-DOC-SW         pic x.
       01 WS-DOC-EOF        pic x.
       01 WS-DOC-SELF       pic 9(08).
       01 WS-DOC-DONO       pic 9(08).
       01 WS-DOC-FOUND      pic 9(03).
       01 WS-SAVE-CUST      pic x(54).
       01 WS-EDIT-CUST      pic x(54).
       01 WS-DV-AREA.
           05 DV-ENTRADA   pic x(18).
           05 DV-TIPO      pic x.
           05 DV-DOC       pic x(14).
           05 DV-OK        pic x.
           05 DV-MOTIVO    pic x(30).

       PROCEDURE DIVISION.
       001-Main.
                    Display "4 - Get Customer"
                    Display "5 - List All Customers"
                    Display "6 - Set Credit Limit"
                    Display "7 - Find by CPF/CNPJ"
                    Display "0 - Quit"
                    Display ' '
                    Display "Choice : " WITH NO ADVANCING
                        When 4 Perform GetCust
                        When 5 Perform ListCust
                        When 6 Perform SetCreditLimit
                        When 7 Perform FindByDocument
                        When Other move 'N' to StayOpen
                    End-Evaluate
                End-Perform
            display COLOR-RED "FirstName and LastName can't be blank"
                COLOR-RESET
        else
            move IDNum to WS-DOC-SELF
            Display "CPF/CNPJ  : " with no advancing
            perform AskDocument
            if WS-DOC-SW = 'N'
                display COLOR-RED "Customer not added" COLOR-RESET
            else
                move 'A' to CustStatus
                move WS-DOC-TIPO to CustDocTipo
                move WS-DOC to CustDoc
                Write CustomerData
                    Invalid Key Display COLOR-RED "ID Taken" COLOR-RESET
                    Not Invalid Key
                        Add 1 to WS-COUNT-ADDED
                        Display COLOR-GREEN "Customer added" COLOR-RESET
                        move "ADD" to AU-ACTION
                        move spaces to AU-BEFORE
                        move CustomerData to AU-AFTER
                        perform WriteAudit
                End-Write
            end-if
        end-if
    end-if.

            if WS-NEW-LASTNAME not = spaces
                move WS-NEW-LASTNAME to LastName
            end-if
            move IDNum to WS-DOC-SELF
            display "CPF/CNPJ  [" CustDoc "] (blank keeps current) : "
                with no advancing
            perform AskDocument
            evaluate WS-DOC-SW
                when 'Y'
                    move WS-DOC-TIPO to CustDocTipo
                    move WS-DOC to CustDoc
                when 'N'
                    display COLOR-RED "Document not changed" COLOR-RESET
            end-evaluate
            perform RelockForUpdate
            if CustExists = 'Y'
                rewrite CustomerData
                    invalid key
                        display COLOR-RED 'Customer not updated' COLOR-RESET
                    not invalid key
                        add 1 to WS-COUNT-UPDATED
                        display COLOR-GREEN 'Customer updated' COLOR-RESET
                        move "UPD" to AU-ACTION
                        move WS-BEFORE-IMAGE to AU-BEFORE
                        move CustomerData to AU-AFTER
                        perform WriteAudit
                end-rewrite
            end-if
            unlock CustomerFile
        end-if
    end-if.

*> The CPF/CNPJ browse in AskDocument moves the file position and
*> releases the lock, so the record is read again with lock just
*> before the rewrite. If someone else changed it in the meantime
*> their change stands and this one is refused; otherwise the
*> edits go back on the freshly locked record.
RelockForUpdate.
    move CustomerData to WS-EDIT-CUST
    read CustomerFile With Lock
        invalid key move 'N' to CustExists
    end-read
    if CustExists = 'N'
        display COLOR-RED "Customer no longer on file - not updated"
            COLOR-RESET
        exit paragraph
    end-if
    if CustomerData not = WS-BEFORE-IMAGE (1:54)
        move 'N' to CustExists
        display COLOR-RED "Customer changed by another operator"
            " - not updated, please try again" COLOR-RESET
        exit paragraph
    end-if
    move WS-EDIT-CUST to CustomerData.

ListCust.
    if WS-DB-OPEN not = 'Y'
        display COLOR-RED "Database not open" COLOR-RESET
            display "ID        : " IDNum
            display "FirstName : " FirstName
            display "LastName  : " LastName
            display "CPF/CNPJ  : " CustDoc " " CustDocTipo
            perform ShowLinkedContact
            add 1 to WS-COUNT-LOOKEDUP
        end-if
    end-if.

*> The CPF or CNPJ must pass docvalid.cob's check digits and
*> belong to no other active customer - the CustDoc alternate key
*> allows duplicates only so blank documents and merged-away
*> records can share it. WS-DOC-SW: Y accepted, B left blank,
*> N refused. The record being entered is kept aside while the
*> key is browsed.
AskDocument.
    move spaces to WS-DOC-TXT WS-DOC-TIPO WS-DOC
    move 'N' to WS-DOC-SW
    accept WS-DOC-TXT
    if WS-DOC-TXT = spaces
        move 'B' to WS-DOC-SW
        exit paragraph
    end-if
    move WS-DOC-TXT to DV-ENTRADA
    call "docvalid" using WS-DV-AREA
    if DV-OK not = 'Y'
        display COLOR-RED "Invalid CPF/CNPJ: " DV-MOTIVO COLOR-RESET
        exit paragraph
    end-if
    move DV-TIPO to WS-DOC-TIPO
    move DV-DOC  to WS-DOC
    move CustomerData to WS-SAVE-CUST
    perform CheckDocInUse
    move WS-SAVE-CUST to CustomerData
    if WS-DOC-DONO not = zeros
        display COLOR-RED "CPF/CNPJ already on customer " WS-DOC-DONO
            COLOR-RESET
        exit paragraph
    end-if
    move 'Y' to WS-DOC-SW.

CheckDocInUse.
    move zeros to WS-DOC-DONO
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
                if IDNum not = WS-DOC-SELF and CustStatus not = 'I'
                    move IDNum to WS-DOC-DONO
                    move 'Y' to WS-DOC-EOF
                end-if
            end-if
        end-if
    end-perform.

FindByDocument.
    if WS-DB-OPEN not = 'Y'
        display COLOR-RED "Database not open" COLOR-RESET
        exit paragraph
    end-if
    display ' '
    display "CPF/CNPJ  : " with no advancing
    move spaces to WS-DOC-TXT
    accept WS-DOC-TXT
    move WS-DOC-TXT to DV-ENTRADA
    call "docvalid" using WS-DV-AREA
    if DV-OK not = 'Y'
        display COLOR-RED "Invalid CPF/CNPJ: " DV-MOTIVO COLOR-RESET
        exit paragraph
    end-if
    move zeros to WS-DOC-FOUND
    move DV-DOC to CustDoc
    move 'N' to WS-DOC-EOF
    start CustomerFile key is = CustDoc
        invalid key move 'Y' to WS-DOC-EOF
    end-start
    perform until WS-DOC-EOF = 'Y'
        read CustomerFile next record
            at end move 'Y' to WS-DOC-EOF
        end-read
        if WS-DOC-EOF = 'N'
            if CustDoc not = DV-DOC
                move 'Y' to WS-DOC-EOF
            else
                add 1 to WS-DOC-FOUND
                if CustStatus = 'I'
                    display IDNum "  " FirstName " " LastName
                        " (inactive)"
                else
                    display IDNum "  " FirstName " " LastName
                end-if
            end-if
        end-if
    end-perform
    if WS-DOC-FOUND = zeros
        display COLOR-RED "No customer with this CPF/CNPJ" COLOR-RESET
    else
        add 1 to WS-COUNT-LOOKEDUP
    end-if.

*> Phone and email live in CLIENTES.DAT (the other customer menu);
*> CLIXREF.DAT links our IDNum to that file's phone key, so a lookup
*> here shows contact data entered over there.
