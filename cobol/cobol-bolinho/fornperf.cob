      *> the supplier's promised FORN-PRAZO, and PEDIDOIT.DAT gives
      *> the ordered quantities for the fill rate. One line per
      *> FORN-COD with average delay, worst case and fill rate, so we
      *> know who to stop ordering from. Goods sent back to the
      *> supplier (the DEBFORN.DAT debit notes written by bolinho.cob)
      *> count against it: number of returns, and a quality rate of
      *> the received quantity that did not have to go back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FORN-COD
                         FILE STATUS  IS FORNECEDOR-FS.
           SELECT DebitNoteFile ASSIGN TO "DEBFORN.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DN-NUM
                         FILE STATUS  IS DN-FS.
           SELECT PerfReport ASSIGN TO "FORNPERF.REL"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
           05 FORN-EMAIL       PIC X(40).
           05 FORN-PRAZO       PIC 9(03).

       FD DebitNoteFile.
       01 DebitNoteData.
           05 DN-NUM           PIC 9(06).
           05 DN-FORN          PIC 9(03).
           05 DN-DATA          PIC 9(08).
           05 DN-SKU           PIC 9(04).
           05 DN-LOTE          PIC 9(04).
           05 DN-QTD           PIC 9(04).
           05 DN-CUSTO         PIC 9(04)V99.
           05 DN-VALOR         PIC 9(07)V99.
           05 DN-ABATIDO       PIC 9(07)V99.
           05 DN-LOJA          PIC 9(02).
           05 DN-MOTIVO        PIC X(30).
           05 DN-OPERADOR      PIC X(10).

       FD PerfReport.
       01 ReportLine       pic x(132).

       WORKING-STORAGE SECTION.
       01 RECEBTO-FS       pic xx.
       01 PEDIDO-IT-FS     pic xx.
       01 FORNECEDOR-FS    pic xx.
       01 RPT-FS           pic xx.
       01 DN-FS            pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-LIDAS         pic 9(06) value zeros.
       01 WS-CASADAS       pic 9(06) value zeros.
       01 WS-ATRASO        pic s9(05).
       01 WS-MEDIA         pic s9(05)V9.
       01 WS-FILL          pic 9(03)V9.
       01 WS-QUALIDADE     pic 9(03)V9.

       01 WS-RC-IN         pic x(60).
       01 WS-RC-IN-R redefines WS-RC-IN.
               05 SC-PIOR      pic s9(05).
               05 SC-QTD-RECEB pic 9(06).
               05 SC-QTD-PED   pic 9(06).
               05 SC-DEVOLUCOES pic 9(04).
               05 SC-QTD-DEVOL pic 9(06).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
            perform SweepReceipts
            close ARQUIVO-RECEBTO
            perform SumOrdered
            perform SumReturns
            perform WriteScorecard
            close ARQUIVO-PEDIDO
            close ARQUIVO-FORNECEDOR
                move PED-FORN to SC-FORN (WS-IDX)
                move zeros to SC-RECEPCOES (WS-IDX)
                    SC-SOMA-ATR (WS-IDX) SC-QTD-RECEB (WS-IDX)
                    SC-QTD-PED (WS-IDX) SC-DEVOLUCOES (WS-IDX)
                    SC-QTD-DEVOL (WS-IDX)
                move -99999 to SC-PIOR (WS-IDX)
                move 'Y' to WS-ACHOU
            end-if.
            end-perform
            close ARQUIVO-PEDIDO-IT.

      *> Every debit note is a return against its supplier; one that
      *> never delivered against an order still gets a slot.
       SumReturns.
            open input DebitNoteFile
            if DN-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move zeros to DN-NUM
            start DebitNoteFile key is >= DN-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read DebitNoteFile next record
                    at end move 'Y' to WS-EOF
                    not at end
                        move DN-FORN to PED-FORN
                        perform FindSupplierSlot
                        if WS-ACHOU = 'Y'
                            add 1 to SC-DEVOLUCOES (WS-IDX)
                            add DN-QTD to SC-QTD-DEVOL (WS-IDX)
                        end-if
                end-read
            end-perform
            close DebitNoteFile.

       WriteScorecard.
            open output PerfReport
            move "SCORECARD DE FORNECEDORES" to ReportLine
            write ReportLine
            move "FORN NOME / RECEPCOES ATRASO-MEDIO PIOR FILL% DEVOL QUALID%"
                to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1
            else
                move zeros to WS-FILL
            end-if
            if SC-QTD-RECEB (WS-IDX) > zeros
                if SC-QTD-DEVOL (WS-IDX) >= SC-QTD-RECEB (WS-IDX)
                    move zeros to WS-QUALIDADE
                else
                    compute WS-QUALIDADE rounded = 100
                        - SC-QTD-DEVOL (WS-IDX) * 100
                        / SC-QTD-RECEB (WS-IDX)
                end-if
            else
                move zeros to WS-QUALIDADE
            end-if
            move spaces to ReportLine
            string SC-FORN (WS-IDX)   delimited by size
                   " "                delimited by size
                   SC-PIOR (WS-IDX)   delimited by size
                   " fill "           delimited by size
                   WS-FILL            delimited by size
                   " devol "          delimited by size
                   SC-DEVOLUCOES (WS-IDX) delimited by size
                   " qualid "         delimited by size
                   WS-QUALIDADE       delimited by size
                into ReportLine
            end-string
            write ReportLine.
