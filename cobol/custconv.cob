                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS NEW-FS.
       DATA DIVISION.
       FILE SECTION.
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       WORKING-STORAGE SECTION.
       01 OLD-FS           pic xx.
                move OldFirstName to FirstName
                move OldLastName  to LastName
                move 'A'          to CustStatus
                move spaces       to CustDocTipo CustDoc
                write CustomerData
                    invalid key
                        display "** duplicate IDNum skipped: " IDNum
