      *> the single-NOME files) and probable duplicates within and
      *> across files are reported with their keys, grouped into
      *> merge candidates. The sizing step before any unification.
      *> customer.dat is also walked on its CustDoc key: active
      *> customers holding the same CPF/CNPJ are the same person
      *> whatever their names say, and are reported first as certain
      *> duplicates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
                         ORGANIZATION IS INDEXED
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD CLIENTES.
       01 CLIENTES-REG.
       01 WS-IN-GROUP      pic x.
       01 WS-DS-OK         pic x.
       01 WS-DS-DROPPED    pic 9(05) value zeros.
       01 WS-DOC-GROUPS    pic 9(04) value zeros.
       01 WS-DOC-ANT       pic x(14).
       01 WS-DOC-ANT-ID    pic 9(08).
       01 WS-DOC-ANT-NOME  pic x(31).

       01 WS-DS-TAB.
           02 WS-DS-ITEM occurs 800 times.

       PROCEDURE DIVISION.
       001-Main.
            perform ScanDocuments
            perform ScanCustomer
            perform ScanClientes
            perform ScanCadastro
            display ' '
            display "Duplicate sweep complete"
            display "  names collected  : " WS-DS-TOTAL
            display "  same CPF/CNPJ    : " WS-DOC-GROUPS
            display "  merge candidates : " WS-GROUPS
            if WS-DS-DROPPED > zeros
                display "  ** table full: " WS-DS-DROPPED
                add 1 to WS-DS-DROPPED
            end-if.

      *> Alternate-key order puts equal documents side by side;
      *> blanks sort first and are skipped, and so is anyone already
      *> retired - an old merge victim keeps the document it had.
       ScanDocuments.
            open input CustomerFile
            if CUST-FS not = 00
                exit paragraph
            end-if
            display ' '
            display "CERTAIN DUPLICATES (same CPF/CNPJ on customer.dat)"
            move 'N' to WS-EOF
            move 'N' to WS-IN-GROUP
            move spaces to WS-DOC-ANT
            move spaces to CustDoc
            start CustomerFile key is > CustDoc
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CustomerFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CustStatus not = 'I'
                    if CustDoc = WS-DOC-ANT
                        if WS-IN-GROUP = 'N'
                            add 1 to WS-DOC-GROUPS
                            move 'Y' to WS-IN-GROUP
                            display ' '
                            display "== CPF/CNPJ " CustDoc
                            display "   customer.dat key " WS-DOC-ANT-ID
                                " " WS-DOC-ANT-NOME
                        end-if
                        display "   customer.dat key " IDNum " "
                            FirstName " " LastName
                    else
                        move 'N' to WS-IN-GROUP
                        move CustDoc to WS-DOC-ANT
                        move IDNum   to WS-DOC-ANT-ID
                        move spaces  to WS-DOC-ANT-NOME
                        string FirstName " " LastName delimited by size
                            into WS-DOC-ANT-NOME
                        end-string
                    end-if
                end-if
            end-perform
            if WS-DOC-GROUPS = zeros
                display "   none"
            end-if
            close CustomerFile.

       ScanCustomer.
            open input CustomerFile
            if CUST-FS not = 00
