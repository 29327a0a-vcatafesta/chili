                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-OPERADOR
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-CUPOM
                             WITH DUPLICATES
                         FILE STATUS  IS VENDHIST-FS.
       DATA DIVISION.
       FILE SECTION.
           05 VH-TENDER        PIC X(01).
           05 VH-DEV           PIC X(03).
           05 VH-LOTE          PIC 9(04).
           05 VH-CUPOM         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 VENDAS-FS        pic xx.
            else
                move zeros to VH-LOTE
            end-if
      *>    The text log predates the basket ticket.
            move zeros to VH-CUPOM
            write VENDA-HIST
                invalid key
                    add 1 to WS-SKIPPED
