       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custdoc.
       AUTHOR. VILMAR CATAFESTA.
      *> Brings customer.dat to the layout with the customer's tax
      *> document - CustDocTipo (F CPF, J CNPJ) and CustDoc, digits
      *> only, on the CustDoc alternate key - and reports who still
      *> has none.
      *> Mode C converts first, the way custconv.cob did the last
      *> layout change: a dated safety copy, the old records (IDNum,
      *> names, status) loaded into customer.new with the document
      *> blank, and customer.new swapped in over the live file.
      *> Either mode then writes CUSTDOC<date>.rpt, every active
      *> customer with no CPF/CNPJ yet, for the counter staff to
      *> collect through customerindexed.cob or a custimp.cob CSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerOld ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OldIDNum
                         FILE STATUS  IS OLD-FS.
           SELECT CustomerNew ASSIGN TO "customer.new"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS NewIDNum
                         ALTERNATE RECORD KEY IS NewCustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS NEW-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerOld.
       01 OldCustomerData.
            02 OldIDNum     pic 9(08).
            02 OldFirstName pic x(15).
            02 OldLastName  pic x(15).
            02 OldCustStatus pic x.

       FD CustomerNew.
       01 NewCustomerData.
            02 NewIDNum     pic 9(08).
            02 NewFirstName pic x(15).
            02 NewLastName  pic x(15).
            02 NewCustStatus pic x.
            02 NewCustDocTipo pic x.
            02 NewCustDoc   pic x(14).

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD ReportFile.
       01 ReportLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 OLD-FS           pic xx.
       01 NEW-FS           pic xx.
       01 CUST-FS          pic 99.
       01 REP-FS           pic xx.
       01 WS-MODO          pic x.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-READ-COUNT    pic 9(06) value zero.
       01 WS-LOADED        pic 9(06) value zero.
       01 WS-ATIVOS        pic 9(06) value zero.
       01 WS-COM-DOC       pic 9(06) value zero.
       01 WS-SEM-DOC       pic 9(06) value zero.
       01 WS-BACKUP-NAME   pic x(30) value spaces.
       01 WS-REP-FILENAME  pic x(24).
       01 WS-RC            pic s9(9) comp-5.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            display "C - convert customer.dat and report,"
                " R - report only (blank = R): " with no advancing
            move spaces to WS-MODO
            accept WS-MODO
            move function upper-case(WS-MODO) to WS-MODO
            if WS-MODO = 'C'
                perform ConvertFile
                if WS-LOADED not = WS-READ-COUNT
                    display "** conversion incomplete - live file untouched"
                    move 8 to return-code
                    stop run
                end-if
            end-if
            perform MissingReport
            stop run.

       ConvertFile.
            string "customer.dat.DOC" delimited by size
                   WS-RUN-DATE delimited by size
                into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "customer.dat" WS-BACKUP-NAME
                returning WS-RC
            end-call
            open input CustomerOld
            if OLD-FS not = "00"
                display "** ERROR ** unable to open customer.dat, status " OLD-FS
                move 8 to return-code
                stop run
            end-if
            open output CustomerNew
            if NEW-FS not = "00"
                display "** ERROR ** unable to open customer.new, status " NEW-FS
                close CustomerOld
                move 8 to return-code
                stop run
            end-if
            move 'N' to WS-EOF
            move low-values to OldIDNum
            start CustomerOld key is >= OldIDNum
                invalid key move 'Y' to WS-EOF
            end-start
            perform ConvertOne until WS-EOF = 'Y'
            close CustomerOld
            close CustomerNew
            if WS-LOADED not = WS-READ-COUNT
                exit paragraph
            end-if
            call "CBL_DELETE_FILE" using "customer.dat"
                returning WS-RC
            end-call
            call "CBL_COPY_FILE" using "customer.new" "customer.dat"
                returning WS-RC
            end-call
            call "CBL_DELETE_FILE" using "customer.new"
                returning WS-RC
            end-call
            display ' '
            display "Customer document conversion complete"
            display "  safety copy    : " WS-BACKUP-NAME
            display "  records read   : " WS-READ-COUNT
            display "  records loaded : " WS-LOADED.

       ConvertOne.
            read CustomerOld next record
                at end move 'Y' to WS-EOF
            end-read
            if WS-EOF = 'N'
                add 1 to WS-READ-COUNT
                move OldIDNum      to NewIDNum
                move OldFirstName  to NewFirstName
                move OldLastName   to NewLastName
                move OldCustStatus to NewCustStatus
                move spaces        to NewCustDocTipo NewCustDoc
                write NewCustomerData
                    invalid key
                        display "** duplicate IDNum skipped: " NewIDNum
                    not invalid key
                        add 1 to WS-LOADED
                end-write
            end-if.

       MissingReport.
            open input CustomerFile
            if CUST-FS not = 00
                display "** ERROR ** unable to open customer.dat, status " CUST-FS
                move 8 to return-code
                exit paragraph
            end-if
            move spaces to WS-REP-FILENAME
            string "CUSTDOC" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            move spaces to ReportLine
            string "CLIENTES ATIVOS SEM CPF/CNPJ EM " delimited by size
                   WS-RUN-DATE delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "IDNUM    NOME" to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move low-values to IDNum
            start CustomerFile key is >= IDNum
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CustomerFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CustStatus not = 'I'
                    add 1 to WS-ATIVOS
                    if CustDoc = spaces
                        add 1 to WS-SEM-DOC
                        move spaces to ReportLine
                        string IDNum " " FirstName " " LastName
                            delimited by size into ReportLine
                        end-string
                        write ReportLine
                    else
                        add 1 to WS-COM-DOC
                    end-if
                end-if
            end-perform
            move spaces to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "ATIVOS " WS-ATIVOS "  COM DOCUMENTO " WS-COM-DOC
                   "  SEM DOCUMENTO " WS-SEM-DOC
                delimited by size into ReportLine
            end-string
            write ReportLine
            close ReportFile
            close CustomerFile
            move "CLIENTES SEM CPF" to RC-REPORT
            move "custdoc" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-SEM-DOC to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Active customers    : " WS-ATIVOS
            display "  with CPF/CNPJ     : " WS-COM-DOC
            display "  still missing one : " WS-SEM-DOC
            display "  listed in         : " WS-REP-FILENAME.

       END PROGRAM custdoc.
