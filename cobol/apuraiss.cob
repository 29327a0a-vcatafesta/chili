       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apuraiss.
       AUTHOR. VILMAR CATAFESTA.
      *> Monthly ISS apuracao for the city filing, the service-tax
      *> side of apuraicms.cob: the phone and tuition invoices that
      *> report sets apart as NAO-ICMS carry the city's ISS, which
      *> the TELCO account run and tuition.cob record per invoice in
      *> ISSFAT.DAT (service type, base, rate, ISS, and the invoice's
      *> other tax). For the asked period the report gives base and
      *> ISS by service type (ISSTAXAS.DAT, issmnt.cob) and proves
      *> it three ways: every ISS is recomputed from its base and
      *> rate, the base must be the invoice's FAT-TOTAL, and ISS plus
      *> other tax must be the stored FAT-IMPOSTO - any invoice that
      *> fails is flagged, as the ICMS report does.
      *> Credit notes fatcancel.cob issued in the period against an
      *> ISS invoice (whole or by line) take back their share of the
      *> ISS - the note's tax in the proportion ISS bears to the
      *> invoice's total tax - and the net ISS due is shown after
      *> them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT IssFatFile ASSIGN TO "ISSFAT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IF-FATURA
                         FILE STATUS  IS ISF-FS.
           SELECT IssTaxFile ASSIGN TO "ISSTAXAS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IS-SERVICO
                         FILE STATUS  IS IST-FS.
           SELECT CredNota ASSIGN TO "CREDNOTA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CN-FS.
           SELECT ApuraReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD FaturaFile.
       01 FaturaData.
            02 FAT-NUM      pic 9(06).
            02 FAT-CLIENTE  pic 9(08).
            02 FAT-DATA     pic 9(08).
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD IssFatFile.
       01 IssFatData.
            02 IF-FATURA    pic 9(06).
            02 IF-SERVICO   pic x(03).
            02 IF-DATA      pic 9(08).
            02 IF-CLIENTE   pic 9(08).
            02 IF-BASE      pic 9(06)V99.
            02 IF-ALIQUOTA  pic 9V9999.
            02 IF-ISS       pic 9(06)V99.
            02 IF-OUTROS    pic 9(06)V99.

       FD IssTaxFile.
       01 IssTaxData.
            02 IS-SERVICO   pic x(03).
            02 IS-ITEM-LC   pic x(05).
            02 IS-DESCRICAO pic x(30).
            02 IS-ALIQUOTA  pic 9V9999.

       FD CredNota.
       01 CredNotaRec      pic x(130).

       FD ApuraReport.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 FAT-FS           pic xx.
       01 ISF-FS           pic xx.
       01 IST-FS           pic xx.
       01 CN-FS            pic xx.
       01 RPT-FS           pic xx.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-PERIODO       pic x(06).
       01 WS-REPORT-FILENAME pic x(20).
       01 WS-ISS-CALC      pic 9(06)V99.
       01 WS-ISS-GRAVADO   pic s9(06)V99.
       01 WS-NC-ISS        pic 9(07)V99.
       01 WS-FAT-COUNT     pic 9(05) value zeros.
       01 WS-FLAG-COUNT    pic 9(04) value zeros.
       01 WS-NC-COUNT      pic 9(05) value zeros.
       01 WS-TOT-BASE      pic 9(09)V99 value zeros.
       01 WS-TOT-ISS       pic 9(09)V99 value zeros.
       01 WS-TOT-CALC      pic 9(09)V99 value zeros.
       01 WS-TOT-FATURA    pic s9(09)V99 value zeros.
       01 WS-TOT-NC        pic 9(09)V99 value zeros.
       01 WS-ISS-LIQUIDO   pic s9(09)V99.
       01 WS-LIQUIDO-ED    pic -zzz,zzz,zz9.99.
       01 WS-MOTIVO        pic x(30).

      *> A credit-note line as fatcancel.cob writes it, whole-invoice
      *> (NCI-SEQ 00) and line credits alike.
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

       01 WS-SRV-TOTAL     pic 99 value zeros.
       01 WS-SRV-IDX       pic 99.
       01 WS-ACHOU         pic x.
       01 WS-SRV-TAB.
           02 WS-SRV-ITEM occurs 20 times.
               05 SV-SERVICO   pic x(03).
               05 SV-ITEM-LC   pic x(05).
               05 SV-DESCRICAO pic x(30).
               05 SV-QTD       pic 9(05).
               05 SV-BASE      pic 9(09)V99.
               05 SV-ISS       pic 9(09)V99.
               05 SV-NC-ISS    pic 9(09)V99.

       01 WS-SRV-LINE.
           02 SL-SERVICO   pic x(03).
           02 FILLER       pic x value space.
           02 SL-ITEM-LC   pic x(05).
           02 FILLER       pic x value space.
           02 SL-DESCRICAO pic x(20).
           02 SL-QTD       pic zzzz9.
           02 FILLER       pic x(07) value " base  ".
           02 SL-BASE      pic zz,zzz,zz9.99.
           02 FILLER       pic x(06) value " iss  ".
           02 SL-ISS       pic zz,zzz,zz9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            display "Period YYYYMM (blank = current month): "
                with no advancing
            move spaces to WS-PERIODO
            accept WS-PERIODO
            if WS-PERIODO = spaces
                accept WS-RUN-DATE from date yyyymmdd
                move WS-RUN-DATE(1:6) to WS-PERIODO
            end-if
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform LoadServices
                perform SweepIss
                perform SweepCreditNotes
                perform WriteTotals
                close ApuraReport
                move "APURACAO ISS" to RC-REPORT
                move "apuraiss" to RC-PROGRAM
                move WS-REPORT-FILENAME to RC-FILENAME
                move WS-FAT-COUNT to RC-COUNT
                call "rptcat" using WS-RC-AREA
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open input FaturaFile
            if FAT-FS not = "00"
                display "** ERROR ** unable to open FATURA.DAT, status " FAT-FS
                move 'N' to WS-FILES-OK
            end-if
            open input IssFatFile
            if ISF-FS not = "00"
                display "** ERROR ** unable to open ISSFAT.DAT, status " ISF-FS
                move 'N' to WS-FILES-OK
            end-if
            string "apuraiss" delimited by size
                   WS-PERIODO delimited by size
                   ".rpt" delimited by size
                into WS-REPORT-FILENAME
            end-string
            open output ApuraReport
            if RPT-FS not = "00"
                display "** ERROR ** unable to open report, status " RPT-FS
                move 'N' to WS-FILES-OK
            end-if.

      *> Every service type on the table gets a line, even with no
      *> invoices in the month; a type met on ISSFAT.DAT but since
      *> dropped from the table is added as it comes.
       LoadServices.
            open input IssTaxFile
            if IST-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to IS-SERVICO
            start IssTaxFile key is >= IS-SERVICO
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read IssTaxFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and WS-SRV-TOTAL < 20
                    add 1 to WS-SRV-TOTAL
                    move IS-SERVICO   to SV-SERVICO (WS-SRV-TOTAL)
                    move IS-ITEM-LC   to SV-ITEM-LC (WS-SRV-TOTAL)
                    move IS-DESCRICAO to SV-DESCRICAO (WS-SRV-TOTAL)
                    move zeros to SV-QTD (WS-SRV-TOTAL)
                                  SV-BASE (WS-SRV-TOTAL)
                                  SV-ISS (WS-SRV-TOTAL)
                                  SV-NC-ISS (WS-SRV-TOTAL)
                end-if
            end-perform
            close IssTaxFile.

       FindService.
            move 'N' to WS-ACHOU
            perform varying WS-SRV-IDX from 1 by 1
                    until WS-SRV-IDX > WS-SRV-TOTAL
                        or WS-ACHOU = 'Y'
                if SV-SERVICO (WS-SRV-IDX) = IF-SERVICO
                    move 'Y' to WS-ACHOU
                end-if
            end-perform
            if WS-ACHOU = 'Y'
                subtract 1 from WS-SRV-IDX
            else
                if WS-SRV-TOTAL < 20
                    add 1 to WS-SRV-TOTAL
                    move WS-SRV-TOTAL to WS-SRV-IDX
                    move IF-SERVICO to SV-SERVICO (WS-SRV-IDX)
                    move spaces     to SV-ITEM-LC (WS-SRV-IDX)
                    move "** FORA DA TABELA **"
                        to SV-DESCRICAO (WS-SRV-IDX)
                    move zeros to SV-QTD (WS-SRV-IDX)
                                  SV-BASE (WS-SRV-IDX)
                                  SV-ISS (WS-SRV-IDX)
                                  SV-NC-ISS (WS-SRV-IDX)
                else
                    move zeros to WS-SRV-IDX
                end-if
            end-if.

       SweepIss.
            move spaces to ReportLine
            string "APURACAO ISS - PERIODO " delimited by size
                   WS-PERIODO delimited by size
                into ReportLine
            end-string
            write ReportLine
            move 'N' to WS-EOF
            move low-values to IF-FATURA
            start IssFatFile key is >= IF-FATURA
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read IssFatFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if IF-DATA(1:6) = WS-PERIODO
                        add 1 to WS-FAT-COUNT
                        perform OneIssInvoice
                    end-if
                end-if
            end-perform.

       OneIssInvoice.
            perform FindService
            if WS-SRV-IDX > zeros
                add 1       to SV-QTD (WS-SRV-IDX)
                add IF-BASE to SV-BASE (WS-SRV-IDX)
                add IF-ISS  to SV-ISS (WS-SRV-IDX)
            end-if
            add IF-BASE to WS-TOT-BASE
            add IF-ISS  to WS-TOT-ISS
            compute WS-ISS-CALC rounded = IF-BASE * IF-ALIQUOTA
            add WS-ISS-CALC to WS-TOT-CALC
            move spaces to WS-MOTIVO
            move IF-FATURA to FAT-NUM
            read FaturaFile
                invalid key
                    move "fatura nao encontrada" to WS-MOTIVO
            end-read
            if WS-MOTIVO = spaces
                compute WS-ISS-GRAVADO = FAT-IMPOSTO - IF-OUTROS
                add WS-ISS-GRAVADO to WS-TOT-FATURA
                evaluate true
                    when WS-ISS-CALC not = IF-ISS
                        move "iss difere do recalculado" to WS-MOTIVO
                    when FAT-TOTAL not = IF-BASE
                        move "base difere de FAT-TOTAL" to WS-MOTIVO
                    when WS-ISS-GRAVADO not = IF-ISS
                        move "iss difere de FAT-IMPOSTO" to WS-MOTIVO
                end-evaluate
            end-if
            if WS-MOTIVO not = spaces
                add 1 to WS-FLAG-COUNT
                move spaces to ReportLine
                string "** FATURA " delimited by size
                       IF-FATURA    delimited by size
                       " "          delimited by size
                       IF-SERVICO   delimited by size
                       " iss gravado " delimited by size
                       IF-ISS       delimited by size
                       " recalculado " delimited by size
                       WS-ISS-CALC  delimited by size
                       " - "        delimited by size
                       WS-MOTIVO    delimited by size
                    into ReportLine
                end-string
                write ReportLine
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
                                and NCI-FATURA numeric
                                and NCI-IMPOSTO numeric
                                and NCI-IMPOSTO > zeros
                            perform OneCredit
                        end-if
                end-read
            end-perform
            close CredNota.

      *> Only notes against an invoice on ISSFAT.DAT concern the
      *> city; the rest belong to apuraicms.cob.
       OneCredit.
            move NCI-FATURA to IF-FATURA
            read IssFatFile
                invalid key
                    exit paragraph
            end-read
            if IF-ISS = zeros
                exit paragraph
            end-if
            compute WS-NC-ISS rounded =
                NCI-IMPOSTO * IF-ISS / (IF-ISS + IF-OUTROS)
            if WS-NC-ISS > IF-ISS
                move IF-ISS to WS-NC-ISS
            end-if
            add 1 to WS-NC-COUNT
            add WS-NC-ISS to WS-TOT-NC
            perform FindService
            if WS-SRV-IDX > zeros
                add WS-NC-ISS to SV-NC-ISS (WS-SRV-IDX)
            end-if.

       WriteTotals.
            move spaces to ReportLine
            write ReportLine
            move "SRV ITEM  DESCRICAO           QTD / BASE / ISS"
                to ReportLine
            write ReportLine
            perform varying WS-SRV-IDX from 1 by 1
                    until WS-SRV-IDX > WS-SRV-TOTAL
                move SV-SERVICO (WS-SRV-IDX)   to SL-SERVICO
                move SV-ITEM-LC (WS-SRV-IDX)   to SL-ITEM-LC
                move SV-DESCRICAO (WS-SRV-IDX) to SL-DESCRICAO
                move SV-QTD (WS-SRV-IDX)       to SL-QTD
                move SV-BASE (WS-SRV-IDX)      to SL-BASE
                move SV-ISS (WS-SRV-IDX)       to SL-ISS
                write ReportLine from WS-SRV-LINE
            end-perform
            move spaces to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "TOTAL BASE DE SERVICOS     : " delimited by size
                   WS-TOT-BASE delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            string "TOTAL ISS GRAVADO          : " delimited by size
                   WS-TOT-ISS delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            string "TOTAL ISS RECALCULADO      : " delimited by size
                   WS-TOT-CALC delimited by size
                into ReportLine
            end-string
            write ReportLine
            move WS-TOT-FATURA to WS-LIQUIDO-ED
            move spaces to ReportLine
            string "ISS NAS FATURAS (IMPOSTO)  : " delimited by size
                   WS-LIQUIDO-ED delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            if WS-TOT-ISS = WS-TOT-CALC and WS-TOT-ISS = WS-TOT-FATURA
                    and WS-FLAG-COUNT = zeros
                move "AMARRACAO ISS: OK" to ReportLine
            else
                move "AMARRACAO ISS: ** QUEBRA ** ver faturas"
                    to ReportLine
            end-if
            write ReportLine
            if WS-NC-COUNT > zeros
                perform WriteCreditTotals
            end-if
            display "Apuracao ISS " WS-PERIODO " written to "
                WS-REPORT-FILENAME
            display "  ISS invoices       : " WS-FAT-COUNT
            display "  stored ISS total   : " WS-TOT-ISS
            display "  recomputed total   : " WS-TOT-CALC
            display "  flagged invoices   : " WS-FLAG-COUNT.

       WriteCreditTotals.
            move spaces to ReportLine
            write ReportLine
            move "NOTAS DE CREDITO - SERVICO / ISS ESTORNADO" to ReportLine
            write ReportLine
            perform varying WS-SRV-IDX from 1 by 1
                    until WS-SRV-IDX > WS-SRV-TOTAL
                if SV-NC-ISS (WS-SRV-IDX) > zeros
                    move SV-SERVICO (WS-SRV-IDX)   to SL-SERVICO
                    move SV-ITEM-LC (WS-SRV-IDX)   to SL-ITEM-LC
                    move SV-DESCRICAO (WS-SRV-IDX) to SL-DESCRICAO
                    move zeros                     to SL-QTD SL-BASE
                    move SV-NC-ISS (WS-SRV-IDX)    to SL-ISS
                    write ReportLine from WS-SRV-LINE
                end-if
            end-perform
            compute WS-ISS-LIQUIDO = WS-TOT-ISS - WS-TOT-NC
            move WS-ISS-LIQUIDO to WS-LIQUIDO-ED
            move spaces to ReportLine
            string "ISS GRAVADO MENOS CREDITOS : " delimited by size
                   WS-LIQUIDO-ED delimited by size
                into ReportLine
            end-string
            write ReportLine
            display "  credit notes       : " WS-NC-COUNT
            display "  ISS credited       : " WS-TOT-NC.

       CloseFiles.
            close FaturaFile
            close IssFatFile.

       END PROGRAM apuraiss.
