       AUTHOR. VILMAR CATAFESTA.
      *> Register sessions for the BOLINHO till: the operator opens a
      *> session with a cash float, every sale already records its
      *> tender on the VENDAS.DAT line (D=dinheiro C=cartao F=fiado
      *> V=vale-presente), and closing the session counts the drawer
      *> against float plus the day's cash-tender takings for that
      *> operator (gift cards sold for cash included), reporting
      *> the over/short. Sessions and their results live in
      *> SESSAO.DAT; the shop's caixafecha.cob day close lists the
      *> same lines so the till cash and the receipts cash land on
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
       01 SESSAO-FS        pic xx.
