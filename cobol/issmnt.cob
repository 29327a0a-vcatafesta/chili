       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. issmnt.
       AUTHOR. VILMAR CATAFESTA.
      *> Maintenance for the ISSTAXAS.DAT municipal service tax table,
      *> the ISS counterpart of taxmnt.cob's TAXAS.DAT: service type
      *> code (TEL for the TELCO account run, EDU for tuition.cob
      *> billing) to the service list item it is filed under, a
      *> description and the city's rate. Rates are entered as
      *> 9V9999 (0.0500 = 5%).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IssTaxFile ASSIGN TO "ISSTAXAS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IS-SERVICO
                         FILE STATUS  IS IST-FS.
       DATA DIVISION.
       FILE SECTION.
       FD IssTaxFile.
       01 IssTaxData.
           05 IS-SERVICO   pic x(03).
           05 IS-ITEM-LC   pic x(05).
           05 IS-DESCRICAO pic x(30).
           05 IS-ALIQUOTA  pic 9V9999.

       WORKING-STORAGE SECTION.
       01 IST-FS           pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-OPERATOR      pic x(10).
       01 WS-BEFORE-IMAGE  pic x(100).
       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       PROCEDURE DIVISION.
       001-Main.
            open i-o IssTaxFile
            if IST-FS = "35"
                open output IssTaxFile
                close IssTaxFile
                open i-o IssTaxFile
            end-if
            if IST-FS not = "00"
                display "** ERROR ** unable to open ISSTAXAS.DAT, status " IST-FS
                stop run
            end-if
            display "Operator : " with no advancing
            accept WS-OPERATOR
            perform until StayOpen = 'N'
                display ' '
                display "ISS SERVICE TAX TABLE"
                display "---------------------"
                display "1 - Set Service Rate"
                display "2 - Delete Service"
                display "3 - List Services"
                display "0 - Quit"
                display ' '
                display "Choice : " with no advancing
                accept Choice
                evaluate Choice
                    when 1 perform SetRate
                    when 2 perform DeleteRate
                    when 3 perform ListRates
                    when other move 'N' to StayOpen
                end-evaluate
            end-perform
            close IssTaxFile
            stop run.

       SetRate.
            display "Service type (TEL, EDU) : " with no advancing
            accept IS-SERVICO
            move function upper-case(IS-SERVICO) to IS-SERVICO
            if IS-SERVICO = spaces
                exit paragraph
            end-if
            read IssTaxFile
                invalid key
                    move spaces to WS-BEFORE-IMAGE
                    move "ADD" to AU-ACTION
                not invalid key
                    move IssTaxData to WS-BEFORE-IMAGE
                    move "UPD" to AU-ACTION
            end-read
            display "Service list item       : " with no advancing
            accept IS-ITEM-LC
            display "Description             : " with no advancing
            accept IS-DESCRICAO
            display "Rate (0.0500 = 5%)      : " with no advancing
            accept IS-ALIQUOTA
            rewrite IssTaxData
                invalid key
                    write IssTaxData
                        invalid key
                            display "Rate not saved"
                        not invalid key
                            display "Rate saved"
                            perform WriteAudit
                    end-write
                not invalid key
                    display "Rate saved"
                    perform WriteAudit
            end-rewrite.

       DeleteRate.
            display "Service type : " with no advancing
            accept IS-SERVICO
            move function upper-case(IS-SERVICO) to IS-SERVICO
            read IssTaxFile
                invalid key
                    display "Service not on file"
                not invalid key
                    move IssTaxData to WS-BEFORE-IMAGE
                    delete IssTaxFile
                        invalid key
                            display "Service not deleted"
                        not invalid key
                            display "Service deleted"
                            move "DEL" to AU-ACTION
                            perform WriteAudit
                    end-delete
            end-read.

       WriteAudit.
            move "ISSTAXAS.DAT" to AU-FILE
            move IS-SERVICO to AU-KEY
            move WS-OPERATOR to AU-OPERATOR
            if AU-ACTION = "DEL"
                move WS-BEFORE-IMAGE to AU-BEFORE
                move spaces to AU-AFTER
            else
                move WS-BEFORE-IMAGE to AU-BEFORE
                move IssTaxData to AU-AFTER
            end-if
            call "auditlog" using WS-AU-AREA.

       ListRates.
            move 'N' to WS-EOF
            move low-values to IS-SERVICO
            start IssTaxFile key is >= IS-SERVICO
                invalid key move 'Y' to WS-EOF
            end-start
            display "SRV ITEM  RATE   DESCRIPTION"
            perform until WS-EOF = 'Y'
                read IssTaxFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    display IS-SERVICO " " IS-ITEM-LC " " IS-ALIQUOTA
                        " " IS-DESCRICAO
                end-if
            end-perform.

       END PROGRAM issmnt.
