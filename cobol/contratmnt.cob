                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD
