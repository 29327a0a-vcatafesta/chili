      *> agingrep.cob, and OUTPUTE refuses the next term's enrollment
      *> while the responsible customer sits on overdue tuition.
      *> A period marker in TUITION.LOG stops a term being billed
      *> twice. The run bills one academic term from TERM.DAT -
      *> the open term covering today unless another is asked
      *> for - and only that term's enrollments; the term code is
      *> the marker.
      *> Discounts are taken in the run, not by re-issuing invoices:
      *> BOLSA.DAT holds each student's scholarships (a percentage or
      *> a fixed amount per term, valid from/to term, with the
      *> reason) and TUITSIB.DAT the sibling percentage the second
      *> and later students billed under the same responsible IDNum
      *> get on what the scholarship leaves. A discounted course
      *> shows its gross, each discount and the net as invoice lines
      *> (the informative ones at zero, so FATURAIT still adds up to
      *> FAT-TOTAL); every discount granted is kept in TUITDESC.DAT
      *> for the term report of discounts by type.
      *> Teaching is a service under the city's ISS: each invoice
      *> carries the ISS of service type EDU (ISSTAXAS.DAT,
      *> issmnt.cob) on its net as FAT-IMPOSTO, and the base and ISS
      *> are kept in ISSFAT.DAT for the apuraiss.cob filing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS EN-CHAVE
                         FILE STATUS  IS EN-FS.
           SELECT TermFile ASSIGN TO "TERM.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS TM-CODE
                         FILE STATUS  IS TERM-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
           SELECT PeriodLog ASSIGN TO "TUITION.LOG"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PER-FS.
           SELECT BolsaFile ASSIGN TO "BOLSA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS BO-CHAVE
                         FILE STATUS  IS BO-FS.
           SELECT SibParm ASSIGN TO "TUITSIB.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS SIB-FS.
           SELECT DescLog ASSIGN TO "TUITDESC.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS DS-FS.
           SELECT IssTaxFile ASSIGN TO "ISSTAXAS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IS-SERVICO
                         FILE STATUS  IS IST-FS.
           SELECT IssFatFile ASSIGN TO "ISSFAT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IF-FATURA
                         FILE STATUS  IS ISF-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RespFile.
       01 EnrollData.
            02 EN-CHAVE.
               03 EN-STUDENT-ID pic 9(05).
               03 EN-TERM       pic x(06).
               03 EN-COURSE     pic x(06).
            02 EN-DATE   pic 9(08).
            02 EN-STATUS pic x.

       FD TermFile.
       01 TermData.
            02 TM-CODE   pic x(06).
            02 TM-START  pic 9(08).
            02 TM-END    pic 9(08).
            02 TM-STATUS pic x.

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD FaturaFile.
       01 FaturaData.
       FD PeriodLog.
       01 PeriodRec        pic x(40).

      *> A student may hold several scholarships over time, one per
      *> starting term; BO-TERM-ATE blank means no end term yet.
      *> BO-VALOR is the percentage for type P, the term amount
      *> for type F.
       FD BolsaFile.
       01 BolsaData.
            02 BO-CHAVE.
               03 BO-STUDENT pic 9(05).
               03 BO-TERM-DE pic x(06).
            02 BO-TERM-ATE  pic x(06).
            02 BO-TIPO      pic x.
            02 BO-VALOR     pic 9(06)V99.
            02 BO-MOTIVO    pic x(30).

       FD SibParm.
       01 SibRec.
            02 SB-PCT       pic 9(03)V99.
            02 FILLER       pic x(35).

       FD DescLog.
       01 DescRec          pic x(100).

       FD IssTaxFile.
       01 IssTaxData.
            02 IS-SERVICO   pic x(03).
            02 IS-ITEM-LC   pic x(05).
            02 IS-DESCRICAO pic x(30).
            02 IS-ALIQUOTA  pic 9V9999.

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

       FD ReportFile.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 RESP-FS          pic xx.
       01 FEE-FS           pic xx.
       01 EN-FS            pic xx.
       01 TERM-FS          pic xx.
       01 CUST-FS          pic 99.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 CR-FS            pic xx.
       01 PER-FS           pic xx.
       01 BO-FS            pic xx.
       01 SIB-FS           pic xx.
       01 DS-FS            pic xx.
       01 REP-FS           pic xx.
       01 IST-FS           pic xx.
       01 ISF-FS           pic xx.
       01 WS-ISS-ALIQ      pic 9V9999 value zeros.
       01 WS-ISS-VALOR     pic 9(06)V99.
       01 WS-TOT-ISS       pic 9(10)V99 value zeros.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-BILLED        pic 9(04) value zeros.
       01 WS-SEM-RESP      pic 9(04) value zeros.
       01 WS-TOT-BILLED    pic 9(10)V99 value zeros.
       01 WS-TOT-BRUTO     pic 9(10)V99 value zeros.
       01 WS-TOT-BOLSA     pic 9(10)V99 value zeros.
       01 WS-TOT-IRMAO     pic 9(10)V99 value zeros.
       01 WS-INTEGRAL      pic 9(04) value zeros.
       01 WS-FAT-BRUTO     pic 9(06)V99.
       01 WS-SIB-PCT       pic 9(03)V99 value zeros.
       01 WS-BOLSA-OK      pic x value 'N'.
       01 WS-BOLSA-TIPO    pic x.
       01 WS-BOLSA-VALOR   pic 9(06)V99.
       01 WS-BOLSA-MOTIVO  pic x(30).
       01 WS-FIXO-REST     pic 9(06)V99.
       01 WS-IRMAO         pic x value 'N'.
       01 WS-BO-EOF        pic x.
       01 WS-NOTA          pic x(30).
       01 WS-VALOR-ED      pic z(5)9.99.
       01 WS-PCT-ED        pic zz9.99.
       01 WS-REP-FILENAME  pic x(24).
       01 WS-REP-TERM      pic x(06).
       01 WS-REP-QTD       pic 9(05) value zeros.

      *> Families already billed in this run, so the sibling rule
      *> knows a responsible IDNum's second student when it comes.
       01 WS-FAM-QTD       pic 9(04) value zeros.
       01 WS-FAM-IDX       pic 9(04).
       01 WS-FAM-TAB.
           02 FAM-IDNUM occurs 2000 times pic 9(08).

       01 WS-IT-TOTAL      pic 9(02) value zeros.
       01 WS-IT-IDX        pic 9(02).
           02 WS-IT-ITEM occurs 20 times.
               05 IT-COURSE pic x(06).
               05 IT-VALOR  pic 9(06)V99.
               05 IT-BOLSA  pic 9(06)V99.
               05 IT-IRMAO  pic 9(06)V99.
               05 IT-LIQ    pic 9(06)V99.

      *> TUITDESC.DAT line: one per discount granted, type P or F
      *> for a scholarship, S for the sibling rule.
       01 WS-DESC-LINE.
           05 DS-TERM      pic x(06).
           05 FILLER       pic x value space.
           05 DS-STUDENT   pic 9(05).
           05 FILLER       pic x value space.
           05 DS-IDNUM     pic 9(08).
           05 FILLER       pic x value space.
           05 DS-FATURA    pic 9(06).
           05 FILLER       pic x value space.
           05 DS-COURSE    pic x(06).
           05 FILLER       pic x value space.
           05 DS-TIPO      pic x.
           05 FILLER       pic x value space.
           05 DS-BRUTO     pic 9(06)V99.
           05 FILLER       pic x value space.
           05 DS-DESCONTO  pic 9(06)V99.
           05 FILLER       pic x value space.
           05 DS-MOTIVO    pic x(30).
           05 FILLER       pic x(14) value spaces.

       01 WS-TIPO-TAB.
           02 WS-TIPO-ITEM occurs 3 times.
               05 TP-QTD      pic 9(05).
               05 TP-BRUTO    pic 9(10)V99.
               05 TP-DESCONTO pic 9(10)V99.
       01 WS-TIPO-IDX      pic 9.
       01 WS-TIPO-NOMES    pic x(60) value
           "BOLSA PERCENTUAL    BOLSA VALOR FIXO    DESCONTO IRMAOS     ".
       01 WS-TIPO-NOMES-R redefines WS-TIPO-NOMES.
           02 TP-NOME occurs 3 times pic x(20).
       01 WS-TOT-ED        pic z(9)9.99.
       01 WS-QTD-ED        pic zzzz9.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       01 WS-PER-IN        pic x(40).
       01 WS-PER-IN-R redefines WS-PER-IN.
                    display "2 - Maintain course fee"
                    display "3 - List links and fees"
                    display "4 - Run term billing"
                    display "5 - Maintain scholarship"
                    display "6 - Sibling discount"
                    display "7 - Term discount report"
                    display "0 - Quit"
                    display ' '
                    display "Choice : " with no advancing
                        when 2 perform MaintainFee
                        when 3 perform ListAll
                        when 4 perform TermBilling
                        when 5 perform MaintainBolsa
                        when 6 perform MaintainSibling
                        when 7 perform DiscountReport
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
                display "** ERROR ** unable to open FEES.DAT, status " FEE-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o BolsaFile
            if BO-FS = "35"
                open output BolsaFile
                close BolsaFile
                open i-o BolsaFile
            end-if
            if BO-FS not = "00"
                display "** ERROR ** unable to open BOLSA.DAT, status " BO-FS
                move 'N' to WS-FILES-OK
            end-if
            open input CustomerFile
            if CUST-FS not = 00
                display "** ERROR ** unable to open customer.dat, status " CUST-FS
            if WS-FILES-OK = 'Y'
                close RespFile
                close FeeFile
                close BolsaFile
                close CustomerFile
            end-if.

                    display "Fee updated."
            end-rewrite.

      *> One record per student and starting term. Type P takes a
      *> percentage of the fee, F a fixed amount off the student's
      *> term fees; valor zero removes the scholarship.
       MaintainBolsa.
            display "Student ID            : " with no advancing
            accept BO-STUDENT
            move BO-STUDENT to SR-STUDENT
            read RespFile
                invalid key
                    display "Student has no responsible customer"
                    exit paragraph
            end-read
            display "Valid from term       : " with no advancing
            accept BO-TERM-DE
            if BO-TERM-DE = spaces
                display "Starting term is required"
                exit paragraph
            end-if
            read BolsaFile
                invalid key
                    display "New scholarship"
                not invalid key
                    move BO-VALOR to WS-VALOR-ED
                    display "Current: " BO-TIPO " " WS-VALOR-ED
                        " to " BO-TERM-ATE " " BO-MOTIVO
            end-read
            display "Valid to term (blank = open) : " with no advancing
            accept BO-TERM-ATE
            if BO-TERM-ATE not = spaces and BO-TERM-ATE < BO-TERM-DE
                display "End term before starting term"
                exit paragraph
            end-if
            display "Type P = percent, F = fixed amount : "
                with no advancing
            accept BO-TIPO
            move function upper-case(BO-TIPO) to BO-TIPO
            if BO-TIPO not = 'P' and BO-TIPO not = 'F'
                display "Type must be P or F"
                exit paragraph
            end-if
            display "Percent / amount (0 = remove) : " with no advancing
            accept BO-VALOR
            if BO-VALOR = zeros
                delete BolsaFile
                    invalid key
                        display "No such scholarship"
                    not invalid key
                        display "Scholarship removed."
                end-delete
                exit paragraph
            end-if
            if BO-TIPO = 'P' and BO-VALOR > 100
                display "Percentage cannot exceed 100"
                exit paragraph
            end-if
            display "Reason                : " with no advancing
            accept BO-MOTIVO
            rewrite BolsaData
                invalid key
                    write BolsaData
                        invalid key
                            display "** unable to save scholarship"
                        not invalid key
                            display "Scholarship saved."
                    end-write
                not invalid key
                    display "Scholarship updated."
            end-rewrite.

       MaintainSibling.
            perform LoadSibling
            move WS-SIB-PCT to WS-PCT-ED
            display "Sibling discount now  : " WS-PCT-ED "%"
            display "New percentage        : " with no advancing
            accept SB-PCT
            if SB-PCT > 100
                display "Percentage cannot exceed 100"
                exit paragraph
            end-if
            open output SibParm
            if SIB-FS not = "00"
                display "** ERROR ** unable to write TUITSIB.DAT, status " SIB-FS
                exit paragraph
            end-if
            write SibRec
            close SibParm
            move SB-PCT to WS-SIB-PCT
            display "Sibling discount saved.".

      *> No TUITSIB.DAT means no sibling discount.
       LoadSibling.
            move zeros to WS-SIB-PCT
            open input SibParm
            if SIB-FS not = "00"
                exit paragraph
            end-if
            read SibParm
                not at end
                    if SB-PCT is numeric
                        move SB-PCT to WS-SIB-PCT
                    end-if
            end-read
            close SibParm.

       ListAll.
            display "STUDENT -> RESPONSIBLE"
            move 'N' to WS-EOF
                if WS-EOF = 'N'
                    display FEE-COURSE " " FEE-VALOR
                end-if
            end-perform
            display "SCHOLARSHIPS"
            move 'N' to WS-EOF
            move low-values to BO-CHAVE
            start BolsaFile key is >= BO-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read BolsaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    move BO-VALOR to WS-VALOR-ED
                    display BO-STUDENT " " BO-TERM-DE "-" BO-TERM-ATE
                        " " BO-TIPO " " WS-VALOR-ED " " BO-MOTIVO
                end-if
            end-perform
            perform LoadSibling
            move WS-SIB-PCT to WS-PCT-ED
            display "SIBLING DISCOUNT " WS-PCT-ED "%".

       TermBilling.
            accept WS-RUN-DATE from date yyyymmdd
            perform FindTerm
            if WS-PERIODO = spaces
                exit paragraph
            end-if
            perform PeriodGuard
            if WS-JA-RODOU = 'Y'
                display "Tuition already billed for " WS-PERIODO
                close ReceivFile
                open i-o ReceivFile
            end-if
            open extend DescLog
            if DS-FS = "35"
                close DescLog
                open output DescLog
            end-if
            open i-o IssFatFile
            if ISF-FS = "35"
                open output IssFatFile
                close IssFatFile
                open i-o IssFatFile
            end-if
            perform LoadSibling
            perform LoadIssRate
            move zeros to WS-CUR-STUDENT WS-BILLED WS-SEM-RESP
                WS-TOT-BILLED WS-IT-TOTAL WS-TOT-BRUTO WS-TOT-BOLSA
                WS-TOT-IRMAO WS-INTEGRAL WS-FAM-QTD WS-TOT-ISS
            perform SweepEnrollments
            if WS-CUR-STUDENT not = zeros
                perform BillStudent
            close FaturaFile
            close FaturaItFile
            close ReceivFile
            close DescLog
            close IssFatFile
            perform RecordPeriod
            display "Term billing for term " WS-PERIODO
            display "  students billed : " WS-BILLED
            display "  fully covered   : " WS-INTEGRAL
            display "  without a link  : " WS-SEM-RESP
            display "  gross fees      : " WS-TOT-BRUTO
            display "  scholarships    : " WS-TOT-BOLSA
            display "  sibling disc.   : " WS-TOT-IRMAO
            display "  total billed    : " WS-TOT-BILLED
            display "  ISS on invoices : " WS-TOT-ISS.

      *> The term to bill: blank takes the open term whose dates
      *> cover today. A closed term is not billed.
       FindTerm.
            move spaces to WS-PERIODO
            open input TermFile
            if TERM-FS not = "00"
                display "No terms on file, status " TERM-FS
                exit paragraph
            end-if
            display "Term to bill (blank = current) : "
                with no advancing
            accept TM-CODE
            if TM-CODE = spaces
                move 'N' to WS-EOF
                move low-values to TM-CODE
                start TermFile key is >= TM-CODE
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read TermFile next record
                        at end move 'Y' to WS-EOF
                    end-read
                    if WS-EOF = 'N'
                        if TM-STATUS = 'O'
                            and TM-START <= WS-RUN-DATE
                            and TM-END >= WS-RUN-DATE
                            move TM-CODE to WS-PERIODO
                            move 'Y' to WS-EOF
                        end-if
                    end-if
                end-perform
                if WS-PERIODO = spaces
                    display "No open term covers " WS-RUN-DATE
                end-if
            else
                read TermFile
                    invalid key
                        display "Term not on file"
                    not invalid key
                        if TM-STATUS = 'C'
                            display "Term " TM-CODE " is closed"
                        else
                            move TM-CODE to WS-PERIODO
                        end-if
                end-read
            end-if
            close TermFile.

       PeriodGuard.
            move 'N' to WS-EOF
            write PeriodRec
            close PeriodLog.

      *> ENROLL.DAT is keyed student+term+course, so each student's
      *> courses arrive together and the student break cuts the
      *> invoice against the responsible customer. Other terms'
      *> enrollments are passed over.
       SweepEnrollments.
            move 'N' to WS-EOF
            move low-values to EN-CHAVE
                        move EN-STUDENT-ID to WS-CUR-STUDENT
                        move zeros to WS-IT-TOTAL
                    end-if
                    if EN-STATUS = 'E' and EN-TERM = WS-PERIODO
                            and WS-IT-TOTAL < 20
                        move EN-COURSE to FEE-COURSE
                        read FeeFile
                            invalid key move zeros to FEE-VALOR
                        " has no responsible customer - not billed"
                    exit paragraph
            end-read
            perform ApplyDiscounts
            if WS-FAT-TOTAL = zeros
                add 1 to WS-INTEGRAL
                display "** student " WS-CUR-STUDENT
                    " fully covered by discounts - no invoice"
                move zeros to WS-FAT-PROX
                perform LogDiscounts
                exit paragraph
            end-if
            perform NextInvoiceNumber
            move WS-FAT-PROX to FAT-NUM
            move SR-IDNUM    to FAT-CLIENTE
            move WS-RUN-DATE to FAT-DATA
            move WS-FAT-TOTAL to FAT-TOTAL
            compute WS-ISS-VALOR rounded = WS-FAT-TOTAL * WS-ISS-ALIQ
            move WS-ISS-VALOR to FAT-IMPOSTO
            write FaturaData
                invalid key
                    display "** unable to write tuition invoice "
                        FAT-NUM
                    exit paragraph
            end-write
            perform RecordIss
            move zeros to WS-SEQ
            perform varying WS-IT-IDX from 1 by 1
                    until WS-IT-IDX > WS-IT-TOTAL
                if IT-LIQ (WS-IT-IDX) not = IT-VALOR (WS-IT-IDX)
                    perform DiscountLines
                end-if
      *>        FATIT-VALOR only holds 9999.99; a bigger fee is
      *>        split across lines instead of truncating money.
                move IT-LIQ (WS-IT-IDX) to WS-FEE-REST
                perform until WS-FEE-REST = zeros
                        or WS-SEQ >= 99
                    if WS-FEE-REST > 9999.99
                        move WS-FEE-REST to WS-FEE-PARTE
                    end-if
                    subtract WS-FEE-PARTE from WS-FEE-REST
                    move spaces      to WS-NOTA
                    string "TUITION " delimited by size
                           IT-COURSE (WS-IT-IDX) delimited by size
                           " ALUNO " delimited by size
                           WS-CUR-STUDENT delimited by size
                        into WS-NOTA
                    end-string
                    perform WriteItemLine
                end-perform
                if WS-FEE-REST > zeros
                    display "** invoice " WS-FAT-PROX " ran out of"
            end-perform
            move SR-IDNUM    to CR-CLIENTE
            move WS-FAT-PROX to CR-FATURA
            compute CR-VALOR-ORIG = WS-FAT-TOTAL + WS-ISS-VALOR
            move zeros       to CR-VALOR-PAGO
            compute WS-VENC-INT =
                function integer-of-date(WS-RUN-DATE) + 30
                        CR-FATURA
            end-write
            add 1 to WS-BILLED
            add WS-FAT-TOTAL to WS-TOT-BILLED
            add WS-ISS-VALOR to WS-TOT-ISS
            perform LogDiscounts.

      *> No rate on file bills without ISS, and says so once.
       LoadIssRate.
            move zeros to WS-ISS-ALIQ
            open input IssTaxFile
            if IST-FS = "00"
                move "EDU" to IS-SERVICO
                read IssTaxFile
                    invalid key continue
                    not invalid key
                        move IS-ALIQUOTA to WS-ISS-ALIQ
                end-read
                close IssTaxFile
            end-if
            if WS-ISS-ALIQ = zeros
                display "No ISS rate for service EDU in ISSTAXAS.DAT"
                    " - tuition invoices carry no ISS"
            end-if.

       RecordIss.
            move FAT-NUM      to IF-FATURA
            move "EDU"        to IF-SERVICO
            move FAT-DATA     to IF-DATA
            move FAT-CLIENTE  to IF-CLIENTE
            move FAT-TOTAL    to IF-BASE
            move WS-ISS-ALIQ  to IF-ALIQUOTA
            move WS-ISS-VALOR to IF-ISS
            move zeros        to IF-OUTROS
            write IssFatData
                invalid key
                    display "** unable to record ISS for invoice "
                        FAT-NUM
            end-write.

      *> The student's scholarship for the term, then the sibling
      *> rule: a responsible IDNum already billed in this run makes
      *> this a second or later student. A percentage applies per
      *> course, a fixed amount is used up course by course, and the
      *> sibling percentage is taken on what the scholarship leaves.
       ApplyDiscounts.
            perform FindBolsa
            move 'N' to WS-IRMAO
            perform varying WS-FAM-IDX from 1 by 1
                    until WS-FAM-IDX > WS-FAM-QTD
                if FAM-IDNUM (WS-FAM-IDX) = SR-IDNUM
                    move 'Y' to WS-IRMAO
                end-if
            end-perform
            if WS-IRMAO = 'N' and WS-FAM-QTD < 2000
                add 1 to WS-FAM-QTD
                move SR-IDNUM to FAM-IDNUM (WS-FAM-QTD)
            end-if
            if WS-SIB-PCT = zeros
                move 'N' to WS-IRMAO
            end-if
            move zeros to WS-FIXO-REST WS-FAT-TOTAL WS-FAT-BRUTO
            if WS-BOLSA-OK = 'Y' and WS-BOLSA-TIPO = 'F'
                move WS-BOLSA-VALOR to WS-FIXO-REST
            end-if
            perform varying WS-IT-IDX from 1 by 1
                    until WS-IT-IDX > WS-IT-TOTAL
                move zeros to IT-BOLSA (WS-IT-IDX) IT-IRMAO (WS-IT-IDX)
                if WS-BOLSA-OK = 'Y'
                    if WS-BOLSA-TIPO = 'P'
                        compute IT-BOLSA (WS-IT-IDX) rounded =
                            IT-VALOR (WS-IT-IDX) * WS-BOLSA-VALOR / 100
                    else
                        if WS-FIXO-REST > IT-VALOR (WS-IT-IDX)
                            move IT-VALOR (WS-IT-IDX)
                                to IT-BOLSA (WS-IT-IDX)
                        else
                            move WS-FIXO-REST to IT-BOLSA (WS-IT-IDX)
                        end-if
                        subtract IT-BOLSA (WS-IT-IDX) from WS-FIXO-REST
                    end-if
                end-if
                compute IT-LIQ (WS-IT-IDX) =
                    IT-VALOR (WS-IT-IDX) - IT-BOLSA (WS-IT-IDX)
                if WS-IRMAO = 'Y'
                    compute IT-IRMAO (WS-IT-IDX) rounded =
                        IT-LIQ (WS-IT-IDX) * WS-SIB-PCT / 100
                    subtract IT-IRMAO (WS-IT-IDX)
                        from IT-LIQ (WS-IT-IDX)
                end-if
                add IT-VALOR (WS-IT-IDX) to WS-FAT-BRUTO
                add IT-LIQ (WS-IT-IDX)   to WS-FAT-TOTAL
                add IT-BOLSA (WS-IT-IDX) to WS-TOT-BOLSA
                add IT-IRMAO (WS-IT-IDX) to WS-TOT-IRMAO
            end-perform
            add WS-FAT-BRUTO to WS-TOT-BRUTO.

      *> The scholarship whose term range covers the term billed;
      *> with overlapping records the latest starting term wins.
       FindBolsa.
            move 'N' to WS-BOLSA-OK
            move 'N' to WS-BO-EOF
            move WS-CUR-STUDENT to BO-STUDENT
            move low-values to BO-TERM-DE
            start BolsaFile key is >= BO-CHAVE
                invalid key move 'Y' to WS-BO-EOF
            end-start
            perform until WS-BO-EOF = 'Y'
                read BolsaFile next record
                    at end move 'Y' to WS-BO-EOF
                end-read
                if WS-BO-EOF = 'N'
                    if BO-STUDENT not = WS-CUR-STUDENT
                            or BO-TERM-DE > WS-PERIODO
                        move 'Y' to WS-BO-EOF
                    else
                        if BO-TERM-ATE = spaces
                                or BO-TERM-ATE >= WS-PERIODO
                            move 'Y'       to WS-BOLSA-OK
                            move BO-TIPO   to WS-BOLSA-TIPO
                            move BO-VALOR  to WS-BOLSA-VALOR
                            move BO-MOTIVO to WS-BOLSA-MOTIVO
                        end-if
                    end-if
                end-if
            end-perform.

      *> Gross, each discount and the net of one course, at zero
      *> value; the TUITION line(s) after them carry the net.
       DiscountLines.
            move IT-VALOR (WS-IT-IDX) to WS-VALOR-ED
            move spaces to WS-NOTA
            string IT-COURSE (WS-IT-IDX) delimited by size
                   " BRUTO    " delimited by size
                   WS-VALOR-ED delimited by size
                into WS-NOTA
            end-string
            move zeros to WS-FEE-PARTE
            perform WriteItemLine
            if IT-BOLSA (WS-IT-IDX) > zeros
                move IT-BOLSA (WS-IT-IDX) to WS-VALOR-ED
                move spaces to WS-NOTA
                if WS-BOLSA-TIPO = 'P'
                    move WS-BOLSA-VALOR to WS-PCT-ED
                    string IT-COURSE (WS-IT-IDX) delimited by size
                           " BOLSA " delimited by size
                           WS-PCT-ED delimited by size
                           "% -" delimited by size
                           WS-VALOR-ED delimited by size
                        into WS-NOTA
                    end-string
                else
                    string IT-COURSE (WS-IT-IDX) delimited by size
                           " BOLSA   -" delimited by size
                           WS-VALOR-ED delimited by size
                        into WS-NOTA
                    end-string
                end-if
                perform WriteItemLine
            end-if
            if IT-IRMAO (WS-IT-IDX) > zeros
                move IT-IRMAO (WS-IT-IDX) to WS-VALOR-ED
                move WS-SIB-PCT to WS-PCT-ED
                move spaces to WS-NOTA
                string IT-COURSE (WS-IT-IDX) delimited by size
                       " IRMAO " delimited by size
                       WS-PCT-ED delimited by size
                       "% -" delimited by size
                       WS-VALOR-ED delimited by size
                    into WS-NOTA
                end-string
                perform WriteItemLine
            end-if
            move IT-LIQ (WS-IT-IDX) to WS-VALOR-ED
            move spaces to WS-NOTA
            string IT-COURSE (WS-IT-IDX) delimited by size
                   " LIQUIDO  " delimited by size
                   WS-VALOR-ED delimited by size
                into WS-NOTA
            end-string
            move zeros to WS-FEE-PARTE
            perform WriteItemLine.

       WriteItemLine.
            if WS-SEQ >= 99
                exit paragraph
            end-if
            add 1 to WS-SEQ
            move WS-FAT-PROX  to FATIT-NUM
            move WS-SEQ       to FATIT-SEQ
            move zeros        to FATIT-SKU
            move WS-NOTA      to FATIT-NOTA
            move WS-FEE-PARTE to FATIT-VALOR
            write FaturaItData
                invalid key
                    display "** unable to write tuition"
                        " line " FATIT-SEQ
            end-write.

       LogDiscounts.
            perform varying WS-IT-IDX from 1 by 1
                    until WS-IT-IDX > WS-IT-TOTAL
                move WS-PERIODO      to DS-TERM
                move WS-CUR-STUDENT  to DS-STUDENT
                move SR-IDNUM        to DS-IDNUM
                move WS-FAT-PROX     to DS-FATURA
                move IT-COURSE (WS-IT-IDX) to DS-COURSE
                move IT-VALOR (WS-IT-IDX)  to DS-BRUTO
                if IT-BOLSA (WS-IT-IDX) > zeros
                    move WS-BOLSA-TIPO   to DS-TIPO
                    move IT-BOLSA (WS-IT-IDX) to DS-DESCONTO
                    move WS-BOLSA-MOTIVO to DS-MOTIVO
                    write DescRec from WS-DESC-LINE
                end-if
                if IT-IRMAO (WS-IT-IDX) > zeros
                    move 'S'             to DS-TIPO
                    move IT-IRMAO (WS-IT-IDX) to DS-DESCONTO
                    move "SIBLING RULE"  to DS-MOTIVO
                    write DescRec from WS-DESC-LINE
                end-if
            end-perform.

      *> Discounts granted in one term, line by line from
      *> TUITDESC.DAT, with count, gross and discount totals per type
      *> (percentage scholarship, fixed scholarship, sibling).
       DiscountReport.
            display "Term for the report   : " with no advancing
            accept WS-REP-TERM
            if WS-REP-TERM = spaces
                exit paragraph
            end-if
            open input DescLog
            if DS-FS not = "00"
                display "No discounts on file, status " DS-FS
                exit paragraph
            end-if
            move spaces to WS-REP-FILENAME
            string "TUITDESC" delimited by size
                   WS-REP-TERM delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if REP-FS not = "00"
                display "** ERROR ** unable to open report, status " REP-FS
                close DescLog
                exit paragraph
            end-if
            move zeros to WS-REP-QTD
            perform varying WS-TIPO-IDX from 1 by 1 until WS-TIPO-IDX > 3
                move zeros to TP-QTD (WS-TIPO-IDX) TP-BRUTO (WS-TIPO-IDX)
                    TP-DESCONTO (WS-TIPO-IDX)
            end-perform
            move spaces to ReportLine
            string "DESCONTOS CONCEDIDOS - PERIODO " delimited by size
                   WS-REP-TERM delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "ALUNO RESPONSAVEL FATURA CURSO  T     BRUTO    DESCONTO MOTIVO"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read DescLog into WS-DESC-LINE
                    at end move 'Y' to WS-EOF
                    not at end
                        if DS-TERM = WS-REP-TERM
                            perform DiscountReportLine
                        end-if
                end-read
            end-perform
            close DescLog
            move spaces to ReportLine
            write ReportLine
            perform varying WS-TIPO-IDX from 1 by 1 until WS-TIPO-IDX > 3
                move TP-QTD (WS-TIPO-IDX) to WS-QTD-ED
                move spaces to ReportLine
                string TP-NOME (WS-TIPO-IDX) delimited by size
                       WS-QTD-ED delimited by size
                       " lines  gross " delimited by size
                    into ReportLine
                end-string
                move TP-BRUTO (WS-TIPO-IDX) to WS-TOT-ED
                move WS-TOT-ED to ReportLine(40:13)
                move " discount " to ReportLine(53:10)
                move TP-DESCONTO (WS-TIPO-IDX) to WS-TOT-ED
                move WS-TOT-ED to ReportLine(63:13)
                write ReportLine
            end-perform
            close ReportFile
            move "DESCONTOS MENSALID." to RC-REPORT
            move "tuition" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-REP-QTD to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Discount lines : " WS-REP-QTD
            display "Report         : " WS-REP-FILENAME.

       DiscountReportLine.
            evaluate DS-TIPO
                when 'P' move 1 to WS-TIPO-IDX
                when 'F' move 2 to WS-TIPO-IDX
                when other move 3 to WS-TIPO-IDX
            end-evaluate
            add 1 to TP-QTD (WS-TIPO-IDX)
            add DS-BRUTO to TP-BRUTO (WS-TIPO-IDX)
            add DS-DESCONTO to TP-DESCONTO (WS-TIPO-IDX)
            add 1 to WS-REP-QTD
            move spaces to ReportLine
            move DS-STUDENT to ReportLine(1:5)
            move DS-IDNUM   to ReportLine(7:8)
            move DS-FATURA  to ReportLine(19:6)
            move DS-COURSE  to ReportLine(26:6)
            move DS-TIPO    to ReportLine(33:1)
            move DS-BRUTO   to WS-VALOR-ED
            move WS-VALOR-ED to ReportLine(35:9)
            move DS-DESCONTO to WS-VALOR-ED
            move WS-VALOR-ED to ReportLine(47:9)
            move DS-MOTIVO  to ReportLine(57:30)
            write ReportLine.

       NextInvoiceNumber.
            move high-values to FAT-NUM
