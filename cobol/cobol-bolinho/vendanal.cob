      *> revenue, B = next 15%, C = rest) - so the P-PEDIDO-GERAR
      *> reorder decisions stop being guesses. The date+sequence key
      *> means the period is one key range, not a full-file scan.
      *> The ABC class of every SKU is also written to ABCCLASSE.DAT
      *> (class, SKU, period) for the ciclocont count planner.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-OPERADOR
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-CUPOM
                             WITH DUPLICATES
                         FILE STATUS  IS VENDHIST-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT AbcFile ASSIGN TO "ABCCLASSE.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS ABC-FS.
           SELECT AnalReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
           05 VH-TENDER        PIC X(01).
           05 VH-DEV           PIC X(03).
           05 VH-LOTE          PIC 9(04).
           05 VH-CUPOM         PIC 9(06).

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD
           05 CODIGO-BARRA     PIC 9(13).
           05 CATEG-FISCAL     PIC 9(02).

       FD AbcFile.
       01 AbcRec           pic x(20).

       FD AnalReport.
       01 ReportLine       pic x(90).

       01 VENDHIST-FS      pic xx.
       01 ESTOQUE-FS       pic xx.
       01 RPT-FS           pic xx.
       01 ABC-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-PERIODO       pic x(06).
           02 WS-LJ-VALOR pic s9(08)V99 occurs 10 times.
       01 WS-LJ-NUM        pic 9(02).

       01 WS-ABC-LINE.
           05 AB-CLASSE    pic x.
           05 FILLER       pic x value space.
           05 AB-SKU       pic 9(04).
           05 FILLER       pic x value space.
           05 AB-PERIODO   pic x(06).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
            end-perform.

       OneSale.
      *>    A gift card sold (VPR) is money owed to the holder, not a
      *>    sale; the revenue shows up when the card pays for goods.
            if VH-DEV = "VPR"
                exit paragraph
            end-if
            add 1 to WS-NO-PERIODO
            move VH-QTD to WS-QTD-SIGN
      *>    DEV records are returns written by the POS return mode:
            end-perform
            compute WS-CORTE-A = WS-TOT-VALOR * 0.80
            compute WS-CORTE-B = WS-TOT-VALOR * 0.95
            open output AbcFile
            move WS-PERIODO to AB-PERIODO
            move spaces to ReportLine
            write ReportLine
            move "CLASSIFICACAO ABC POR VALOR DE VENDA"
                        move 'C' to WS-CLASSE
                        add 1 to WS-CONTA-C
                end-evaluate
                move WS-CLASSE       to AB-CLASSE
                move SK-SKU (WS-IDX) to AB-SKU
                write AbcRec from WS-ABC-LINE
                move spaces to ReportLine
                string WS-CLASSE         delimited by size
                       " "               delimited by size
                   WS-CONTA-C   delimited by size
                into ReportLine
            end-string
            write ReportLine
            close AbcFile.

       CountUnsold.
            open input ARQUIVO-ESTOQUE
                    end-perform
                    if WS-ACHOU = 'N'
                        add 1 to WS-CONTA-C
                        move 'C' to AB-CLASSE
                        move SKU to AB-SKU
                        write AbcRec from WS-ABC-LINE
                        move spaces to ReportLine
                        string "C " delimited by size
                               SKU  delimited by size
