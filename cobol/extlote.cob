      *> The period (YYYYMM) is accepted from the console; a blank
      *> answer defaults to the current month so the nightly chain can
      *> pipe an empty line through.
      *> Phone invoices carry their itemized calls in FATDET.DAT
      *> (written by the telco account run); each one is listed
      *> under its invoice line so the customer sees every call
      *> they were charged for.
      *> An invoice the tax authority has authorized (NFEDOC.DAT,
      *> nferet.cob) prints its NF-e access key and protocol under
      *> the invoice line.
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
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT FatDetFile ASSIGN TO "FATDET.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FATDT-CHAVE
                         FILE STATUS  IS FATDT-FS.
           SELECT NfeDocFile ASSIGN TO "NFEDOC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS NF-FATURA
                         FILE STATUS  IS NF-FS.
           SELECT StatementFile ASSIGN TO WS-STMT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS STMT-FS.
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD FaturaFile.
       01 FaturaData.
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD FatDetFile.
       01 FatDetData.
            02 FATDT-CHAVE.
               03 FATDT-NUM     pic 9(06).
               03 FATDT-SEQ     pic 9(05).
            02 FATDT-CLIENTE    pic 9(08).
            02 FATDT-DATA       pic 9(08).
            02 FATDT-HORA       pic 9(04).
            02 FATDT-FAIXA      pic x.
            02 FATDT-DESTINO    pic x.
            02 FATDT-NUMERO     pic x(16).
            02 FATDT-DURACAO    pic 9(10).
            02 FATDT-TARIFA     pic 9v9(5).
            02 FATDT-VALOR      pic 9(05)v99.
            02 FATDT-IMPOSTO    pic 9(05)v99.

       FD NfeDocFile.
       01 NfeDocData.
            02 NF-FATURA    pic 9(06).
            02 NF-CLIENTE   pic 9(08).
            02 NF-SITUACAO  pic x.
            02 NF-DATA-EXP  pic 9(08).
            02 NF-TENTATIVAS pic 9(02).
            02 NF-CHAVE     pic x(44).
            02 NF-PROTOCOLO pic x(15).
            02 NF-DATA-AUT  pic 9(08).
            02 NF-MOTIVO    pic x(60).

       FD StatementFile.
       01 StatementLine    pic x(80).

       01 CUST-FS          pic 99.
       01 FAT-FS           pic xx.
       01 STMT-FS          pic xx.
       01 FATDT-FS         pic xx.
       01 WS-DET-OPEN      pic x value 'N'.
       01 NF-FS            pic xx.
       01 WS-NFE-OPEN      pic x value 'N'.
       01 WS-DET-EOF       pic x value 'N'.
       01 WS-DET-CALLS     pic 9(05).
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-CUST-EOF      pic x value 'N'.
       01 WS-FAT-EOF       pic x value 'N'.
           02 FILLER       pic x(01) value space.
           02 SD-TOTAL     pic zzz,zz9.99.

       01 WS-STMT-CALL.
           02 FILLER       pic x(04) value spaces.
           02 SC-DATA      pic 9(08).
           02 FILLER       pic x(01) value space.
           02 SC-HORA      pic x(05).
           02 FILLER       pic x(01) value space.
           02 SC-FAIXA     pic x(01).
           02 SC-DESTINO   pic x(01).
           02 FILLER       pic x(01) value space.
           02 SC-NUMERO    pic x(16).
           02 FILLER       pic x(01) value space.
           02 SC-DURACAO   pic zzzzz9.
           02 FILLER       pic x(01) value space.
           02 SC-TARIFA    pic 9.99999.
           02 FILLER       pic x(01) value space.
           02 SC-VALOR     pic zz,zz9.99.
           02 FILLER       pic x(01) value space.
           02 SC-IMPOSTO   pic zz,zz9.99.

       01 WS-STMT-FOOTER.
           02 FILLER       pic x(18) value "TOTAL THIS MONTH :".
           02 SF-TOTAL     pic z,zzz,zz9.99.
            if FAT-FS not = "00"
                display "** ERROR ** unable to open FATURA.DAT, status " FAT-FS
                move 'N' to WS-FILES-OK
            end-if
      *>    No FATDET.DAT just means no phone invoices were itemized
      *>    yet; the statements go out without call detail.
            open input FatDetFile
            if FATDT-FS = "00"
                move 'Y' to WS-DET-OPEN
            end-if
            open input NfeDocFile
            if NF-FS = "00"
                move 'Y' to WS-NFE-OPEN
            end-if.

       AskPeriod.
                        move FAT-DATA  to SD-DATA
                        move FAT-TOTAL to SD-TOTAL
                        write StatementLine from WS-STMT-DETAIL
                        if WS-NFE-OPEN = 'Y'
                            perform NfeKeyLine
                        end-if
                        if WS-DET-OPEN = 'Y'
                            perform ItemizeInvoice
                        end-if
                    end-if
                end-if
            end-perform
            move "FATURA DATA     TOTAL" to StatementLine
            write StatementLine.

       NfeKeyLine.
            move FAT-NUM to NF-FATURA
            read NfeDocFile
                invalid key continue
                not invalid key
                    if NF-SITUACAO = 'A'
                        move spaces to StatementLine
                        string "    NF-E CHAVE " delimited by size
                               NF-CHAVE        delimited by size
                               " PROT "        delimited by size
                               NF-PROTOCOLO    delimited by size
                            into StatementLine
                        end-string
                        write StatementLine
                    end-if
            end-read.

      *> The calls sit right after their invoice line, heading first
      *> so a counter invoice with no detail prints nothing extra.
       ItemizeInvoice.
            move zeros to WS-DET-CALLS
            move 'N' to WS-DET-EOF
            move FAT-NUM to FATDT-NUM
            move zeros to FATDT-SEQ
            start FatDetFile key is >= FATDT-CHAVE
                invalid key move 'Y' to WS-DET-EOF
            end-start
            perform until WS-DET-EOF = 'Y'
                read FatDetFile next record
                    at end move 'Y' to WS-DET-EOF
                end-read
                if WS-DET-EOF = 'N'
                    if FATDT-NUM not = FAT-NUM
                        move 'Y' to WS-DET-EOF
                    else
                        if WS-DET-CALLS = zeros
                            move "    DATE     TIME  BD NUMBER   "
                                & "          SECS    RATE     VALUE       TAX"
                                to StatementLine
                            write StatementLine
                        end-if
                        add 1 to WS-DET-CALLS
                        perform CallLine
                    end-if
                end-if
            end-perform.

       CallLine.
            move FATDT-DATA to SC-DATA
            if FATDT-HORA = 9999
                move spaces to SC-HORA
            else
                string FATDT-HORA(1:2) ":" FATDT-HORA(3:2)
                    delimited by size into SC-HORA
                end-string
            end-if
            move FATDT-FAIXA   to SC-FAIXA
            move FATDT-DESTINO to SC-DESTINO
            move FATDT-NUMERO  to SC-NUMERO
            move FATDT-DURACAO to SC-DURACAO
            move FATDT-TARIFA  to SC-TARIFA
            move FATDT-VALOR   to SC-VALOR
            move FATDT-IMPOSTO to SC-IMPOSTO
            write StatementLine from WS-STMT-CALL.

       CloseFiles.
            close CustomerFile
            close FaturaFile
            if WS-DET-OPEN = 'Y'
                close FatDetFile
            end-if
            if WS-NFE-OPEN = 'Y'
                close NfeDocFile
            end-if.

       END PROGRAM extlote.
