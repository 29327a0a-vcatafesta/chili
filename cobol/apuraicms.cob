      *> reprice: they get their own NAO-ICMS subtotal at stored
      *> value and stay out of the tie-back, instead of flagging
      *> every period forever and burying real discrepancies.
      *> Their city service tax (ISS) is filed from apuraiss.cob.
      *> Line credit notes fatcancel.cob issued in the period
      *> (CREDNOTA.DAT lines naming an invoice line) are deducted in
      *> the period they were issued: the credited base and tax go
      *> against the credited line's category, SKU 0000 credits
      *> against NAO-ICMS, and the net tax due is shown after them.
      *> The tie-back still proves the invoices as stored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS TX-CATEGORIA
                         FILE STATUS  IS TAX-FS.
           SELECT CredNota ASSIGN TO "CREDNOTA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CN-FS.
           SELECT ApuraReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
           05 TX-CATEGORIA pic 9(02).
           05 TX-ALIQUOTA  pic 9V9999.

       FD CredNota.
       01 CredNotaRec      pic x(130).

       FD ApuraReport.
       01 ReportLine       pic x(100).

       01 ESTOQUE-FS       pic xx.
       01 TAX-FS           pic xx.
       01 RPT-FS           pic xx.
       01 CN-FS            pic xx.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-EOF           pic x value 'N'.
       01 WS-IT-EOF        pic x.
       01 WS-TOT-OUTROS    pic 9(09)V99 value zeros.
       01 WS-TOT-STORED    pic 9(09)V99 value zeros.
       01 WS-TOT-CALC      pic 9(09)V99 value zeros.
       01 WS-NC-COUNT      pic 9(05) value zeros.
       01 WS-NC-BASE       pic 9(07)V99.
       01 WS-TOT-NC-ICMS   pic 9(09)V99 value zeros.
       01 WS-TOT-NC-OUTROS pic 9(09)V99 value zeros.
       01 WS-IMP-LIQUIDO   pic s9(09)V99.
       01 WS-LIQUIDO-ED    pic -zzz,zzz,zz9.99.

      *> A credit-note line as fatcancel.cob writes it; only lines
      *> naming an invoice line (NCI-SEQ not 00) are line credits.
       01 WS-NC-IN         pic x(130).
       01 WS-NC-IN-R redefines WS-NC-IN.
           05 NCI-DATA     pic x(08).
           05 FILLER       pic x(14).
           05 NCI-FATURA   pic 9(06).
           05 FILLER       pic x(24).
           05 NCI-VALOR    pic 9(07)V99.
           05 FILLER       pic x(32).
           05 NCI-SEQ      pic 9(02).
           05 FILLER       pic x(09).
           05 NCI-IMPOSTO  pic 9(07)V99.
           05 FILLER       pic x(17).

       01 WS-CAT-TOTAL     pic 99 value zeros.
       01 WS-CAT-IDX       pic 99.
               05 CT-CATEGORIA pic 9(02).
               05 CT-BASE      pic 9(09)V99.
               05 CT-IMPOSTO   pic 9(09)V99.
               05 CT-NC-BASE   pic 9(09)V99.
               05 CT-NC-IMPOSTO pic 9(09)V99.

       01 WS-CAT-LINE.
           02 CL-CATEGORIA pic 9(02).
            if WS-FILES-OK = 'Y'
                perform LoadTaxTable
                perform SweepInvoices
                perform SweepCreditNotes
                perform WriteTotals
                close ApuraReport
                move "APURACAO ICMS" to RC-REPORT
                move CATEG-FISCAL to CT-CATEGORIA (WS-CAT-TOTAL)
                move FATIT-VALOR  to CT-BASE (WS-CAT-TOTAL)
                move WS-LINHA-IMPOSTO to CT-IMPOSTO (WS-CAT-TOTAL)
                move zeros to CT-NC-BASE (WS-CAT-TOTAL)
                              CT-NC-IMPOSTO (WS-CAT-TOTAL)
            end-if.

       SweepCreditNotes.
            move 'N' to WS-EOF
            open input CredNota
            if CN-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read CredNota into WS-NC-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        if NCI-DATA(1:6) = WS-PERIODO
                                and NCI-SEQ numeric
                                and NCI-SEQ > zeros
                                and NCI-VALOR numeric
                                and NCI-IMPOSTO numeric
                            perform OneLineCredit
                        end-if
                end-read
            end-perform
            close CredNota.

      *> The credited line's SKU decides where the credit falls; a
      *> line gone from FATURAIT.DAT is taken as non-ICMS.
       OneLineCredit.
            add 1 to WS-NC-COUNT
            compute WS-NC-BASE = NCI-VALOR - NCI-IMPOSTO
            move NCI-FATURA to FATIT-NUM
            move NCI-SEQ    to FATIT-SEQ
            read FaturaItFile
                invalid key
                    move zeros to FATIT-SKU
            end-read
            if FATIT-SKU = zeros
                add NCI-IMPOSTO to WS-TOT-NC-OUTROS
                exit paragraph
            end-if
            move FATIT-SKU to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    move zeros to CATEG-FISCAL
            end-read
            add NCI-IMPOSTO to WS-TOT-NC-ICMS
            move 'N' to WS-ACHOU
            perform varying WS-CAT-IDX from 1 by 1
                    until WS-CAT-IDX > WS-CAT-TOTAL
                        or WS-ACHOU = 'Y'
                if CT-CATEGORIA (WS-CAT-IDX) = CATEG-FISCAL
                    move 'Y' to WS-ACHOU
                    add WS-NC-BASE  to CT-NC-BASE (WS-CAT-IDX)
                    add NCI-IMPOSTO to CT-NC-IMPOSTO (WS-CAT-IDX)
                end-if
            end-perform
            if WS-ACHOU = 'N' and WS-CAT-TOTAL < 20
                add 1 to WS-CAT-TOTAL
                move CATEG-FISCAL to CT-CATEGORIA (WS-CAT-TOTAL)
                move zeros to CT-BASE (WS-CAT-TOTAL)
                              CT-IMPOSTO (WS-CAT-TOTAL)
                move WS-NC-BASE  to CT-NC-BASE (WS-CAT-TOTAL)
                move NCI-IMPOSTO to CT-NC-IMPOSTO (WS-CAT-TOTAL)
            end-if.

       WriteTotals.
                    to ReportLine
            end-if
            write ReportLine
            if WS-NC-COUNT > zeros
                perform WriteCreditTotals
            end-if
            display "Apuracao " WS-PERIODO " written to "
                WS-REPORT-FILENAME
            display "  invoices in period : " WS-FAT-COUNT
            display "  nao-ICMS invoices  : " WS-OUT-COUNT
            display "  flagged invoices   : " WS-FLAG-COUNT.

       WriteCreditTotals.
            move spaces to ReportLine
            write ReportLine
            move "NOTAS DE CREDITO POR LINHA - CATEGORIA / BASE / IMPOSTO"
                to ReportLine
            write ReportLine
            perform varying WS-CAT-IDX from 1 by 1
                    until WS-CAT-IDX > WS-CAT-TOTAL
                if CT-NC-BASE (WS-CAT-IDX) > zeros
                        or CT-NC-IMPOSTO (WS-CAT-IDX) > zeros
                    move CT-CATEGORIA (WS-CAT-IDX)  to CL-CATEGORIA
                    move CT-NC-BASE (WS-CAT-IDX)    to CL-BASE
                    move CT-NC-IMPOSTO (WS-CAT-IDX) to CL-IMPOSTO
                    write ReportLine from WS-CAT-LINE
                end-if
            end-perform
            move spaces to ReportLine
            string "CREDITOS NAO-ICMS (IMPOSTO)   : " delimited by size
                   WS-TOT-NC-OUTROS delimited by size
                into ReportLine
            end-string
            write ReportLine
            compute WS-IMP-LIQUIDO = WS-TOT-CALC - WS-TOT-NC-ICMS
            move WS-IMP-LIQUIDO to WS-LIQUIDO-ED
            move spaces to ReportLine
            string "ICMS RECALCULADO MENOS CREDITOS: " delimited by size
                   WS-LIQUIDO-ED delimited by size
                into ReportLine
            end-string
            write ReportLine
            display "  line credit notes  : " WS-NC-COUNT
            display "  ICMS credited      : " WS-TOT-NC-ICMS.

       CloseFiles.
            close FaturaFile
            close FaturaItFile
