       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vhconv.
       AUTHOR. VILMAR CATAFESTA.
      *> One-time rebuild of VENDHIST.DAT from the layout vendconv.cob
      *> first loaded (key, SKU, quantity, price, operator, store,
      *> promo, tender, DEV marker, lot) to the current one, which
      *> gained VH-CUPOM - the basket ticket number that ties the
      *> lines of one multi-item sale together - as a third alternate
      *> key. Every existing line was a single-item sale and comes
      *> out with ticket 000000. Dated safety copy first, VENDHIST.NEW
      *> loaded, then swapped over the live file - the estconv.cob
      *> recipe.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendHistOld ASSIGN TO "VENDHIST.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OLD-CHAVE
                         ALTERNATE RECORD KEY IS OLD-SKU
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS OLD-OPERADOR
                             WITH DUPLICATES
                         FILE STATUS  IS OLD-FS.
           SELECT ARQUIVO-VENDHIST ASSIGN TO "VENDHIST.NEW"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS VH-CHAVE
                         ALTERNATE RECORD KEY IS VH-SKU
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-OPERADOR
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-CUPOM
                             WITH DUPLICATES
                         FILE STATUS  IS NEW-FS.
       DATA DIVISION.
       FILE SECTION.
       FD VendHistOld.
       01 VENDA-HIST-OLD.
           05 OLD-CHAVE.
               10 OLD-DATA     PIC 9(08).
               10 OLD-SEQ      PIC 9(06).
           05 OLD-SKU          PIC 9(04).
           05 OLD-QTD          PIC 9(04).
           05 OLD-VALOR        PIC 9(04)V99.
           05 OLD-OPERADOR     PIC X(10).
           05 OLD-LOJA         PIC 9(02).
           05 OLD-PROMO-TIPO   PIC X(01).
           05 OLD-PROMO-COD    PIC 9(04).
           05 OLD-TENDER       PIC X(01).
           05 OLD-DEV          PIC X(03).
           05 OLD-LOTE         PIC 9(04).

       FD ARQUIVO-VENDHIST.
       01 VENDA-HIST.
           05 VH-CHAVE.
               10 VH-DATA      PIC 9(08).
               10 VH-SEQ       PIC 9(06).
           05 VH-SKU           PIC 9(04).
           05 VH-QTD           PIC 9(04).
           05 VH-VALOR         PIC 9(04)V99.
           05 VH-OPERADOR      PIC X(10).
           05 VH-LOJA          PIC 9(02).
           05 VH-PROMO-TIPO    PIC X(01).
           05 VH-PROMO-COD     PIC 9(04).
           05 VH-TENDER        PIC X(01).
           05 VH-DEV           PIC X(03).
           05 VH-LOTE          PIC 9(04).
           05 VH-CUPOM         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 OLD-FS           pic xx.
       01 NEW-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-READ-COUNT    pic 9(7) value zero.
       01 WS-LOADED        pic 9(7) value zero.
       01 WS-BACKUP-DATE   pic 9(8).
       01 WS-BACKUP-NAME   pic x(30) value spaces.
       01 WS-RC            pic s9(9) comp-5.

       PROCEDURE DIVISION.
       001-Main.
            accept WS-BACKUP-DATE from date yyyymmdd
            string "VENDHIST.DAT.CONV" delimited by size
                   WS-BACKUP-DATE delimited by size
                into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "VENDHIST.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call

            open input VendHistOld
            if OLD-FS not = "00"
                display "** ERROR ** unable to open VENDHIST.DAT, status " OLD-FS
                stop run
            end-if
            open output ARQUIVO-VENDHIST
            if NEW-FS not = "00"
                display "** ERROR ** unable to open VENDHIST.NEW, status " NEW-FS
                close VendHistOld
                stop run
            end-if

            move low-values to OLD-CHAVE
            start VendHistOld key is >= OLD-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform ConvertOne until WS-EOF = 'Y'

            close VendHistOld
            close ARQUIVO-VENDHIST

            call "CBL_DELETE_FILE" using "VENDHIST.DAT"
                returning WS-RC
            end-call
            call "CBL_COPY_FILE" using "VENDHIST.NEW" "VENDHIST.DAT"
                returning WS-RC
            end-call
            call "CBL_DELETE_FILE" using "VENDHIST.NEW"
                returning WS-RC
            end-call

            display ' '
            display "Sales history conversion complete"
            display "  safety copy    : " WS-BACKUP-NAME
            display "  records read   : " WS-READ-COUNT
            display "  records loaded : " WS-LOADED
            stop run.

       ConvertOne.
            read VendHistOld next record
                at end move 'Y' to WS-EOF
            end-read
            if WS-EOF = 'N'
                add 1 to WS-READ-COUNT
                move OLD-CHAVE      to VH-CHAVE
                move OLD-SKU        to VH-SKU
                move OLD-QTD        to VH-QTD
                move OLD-VALOR      to VH-VALOR
                move OLD-OPERADOR   to VH-OPERADOR
                move OLD-LOJA       to VH-LOJA
                move OLD-PROMO-TIPO to VH-PROMO-TIPO
                move OLD-PROMO-COD  to VH-PROMO-COD
                move OLD-TENDER     to VH-TENDER
                move OLD-DEV        to VH-DEV
                move OLD-LOTE       to VH-LOTE
                move zeros          to VH-CUPOM
                write VENDA-HIST
                    invalid key
                        display "** duplicate key skipped: " VH-CHAVE
                    not invalid key
                        add 1 to WS-LOADED
                end-write
            end-if.

       END PROGRAM vhconv.
