                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OutIDNum
                         ALTERNATE RECORD KEY IS OutCustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
            02 OutFirstName pic x(15).
            02 OutLastName  pic x(15).
            02 OutCustStatus pic x.
            02 OutCustDocTipo pic x.
            02 OutCustDoc   pic x(14).

       WORKING-STORAGE SECTION.
       01 IN-FS          pic xx.
            move InFirstName to OutFirstName
            move InLastName  to OutLastName
            move 'A'         to OutCustStatus
            move spaces      to OutCustDocTipo OutCustDoc
            write OutCustomerData
                invalid key
                    add 1 to WS-REJECTED
