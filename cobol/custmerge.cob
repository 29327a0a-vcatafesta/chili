      *> sign-on required; a dated backup of customer.dat is taken
      *> first and every touched record goes through auditlog.cob
      *> with before/after images.
      *> The CPF/CNPJ settles a doubtful pair: the same document on
      *> both is a certain duplicate, two different documents are two
      *> people and the merge is refused. A survivor with no document
      *> takes the victim's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD FaturaFile.
       01 FaturaData.
       01 WS-VIT-FONE      pic 9(09).
       01 WS-TEM-FONE      pic x value 'N'.
       01 WS-VIT-LIMITE    pic 9(06)V99 value zeros.
       01 WS-SOB-DOC       pic x(14).
       01 WS-VIT-DOC-TIPO  pic x.
       01 WS-VIT-DOC       pic x(14).
       01 WS-BACKUP-DATE   pic 9(8).
       01 WS-BACKUP-NAME   pic x(30) value spaces.
       01 WS-RC            pic s9(9) comp-5.
                    stop run
            end-read
            display "Survivor : " IDNum " " FirstName " " LastName
            move CustDoc to WS-SOB-DOC
            move WS-VITIMA to IDNum
            read CustomerFile
                invalid key
                    stop run
            end-read
            display "Victim   : " IDNum " " FirstName " " LastName
            move CustDocTipo to WS-VIT-DOC-TIPO
            move CustDoc     to WS-VIT-DOC
            if WS-SOB-DOC not = spaces and WS-VIT-DOC not = spaces
                if WS-SOB-DOC = WS-VIT-DOC
                    display "Same CPF/CNPJ " WS-VIT-DOC
                        " - certain duplicate."
                else
                    display "Different CPF/CNPJ (" WS-SOB-DOC " / "
                        WS-VIT-DOC ") - not the same person,"
                        " nothing changed."
                    close CustomerFile
                    stop run
                end-if
            end-if
            display "Type MERGE to confirm: " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM not = "MERGE"
                    perform WriteAudit
                    display "Victim flagged inactive; custpurge"
                        " removes it on the next purge."
            end-rewrite
            if WS-SOB-DOC = spaces and WS-VIT-DOC not = spaces
                perform MoveDocument
            end-if.

       MoveDocument.
            move WS-SOBREVIVE to IDNum
            read CustomerFile
                invalid key exit paragraph
            end-read
            move CustomerData to AU-BEFORE
            move WS-VIT-DOC-TIPO to CustDocTipo
            move WS-VIT-DOC      to CustDoc
            rewrite CustomerData
                invalid key
                    display "** CPF/CNPJ not moved to the survivor"
                not invalid key
                    move "customer.dat" to AU-FILE
                    move IDNum          to AU-KEY
                    move CustomerData   to AU-AFTER
                    perform WriteAudit
                    display "Survivor takes CPF/CNPJ " CustDoc
            end-rewrite.

       WriteAudit.
