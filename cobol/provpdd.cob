       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provpdd.
       AUTHOR. VILMAR CATAFESTA.
      *> Monthly allowance for doubtful accounts (PDD) for the
      *> accountant: every still-open CONTASREC.DAT item is aged the
      *> agingrep.cob way - an item under a PLANOPAG.DAT plan
      *> installment by installment - against the position date
      *> (default the last day of the month just ended) into current,
      *> 1-30, 31-60, 61-90, 91-180 and 181+ days, and each bucket
      *> carries its own loss percentage. PERDA.PARM (the file
      *> perdarec.cob reads) can set them with the names PDDCORRENTE,
      *> PDD30, PDD60, PDD90, PDD180 and PDDMAIS; without them it is
      *> 1, 3, 10, 25, 50 and 100 percent.
      *> The new allowance is set against the last one on PDDHIST.DAT
      *> for an earlier month, giving the adjustment to book, and the
      *> month's write-offs and recoveries on PERDAMOV.DAT are shown
      *> beside it. PDD<date>.rpt goes to rptcat and the month's
      *> allowance is appended to PDDHIST.DAT for next month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT PlanFile ASSIGN TO "PLANOPAG.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PP-CHAVE
                         FILE STATUS  IS PLAN-FS.
           SELECT PerdaMov ASSIGN TO "PERDAMOV.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PM-FS.
           SELECT HistFile ASSIGN TO "PDDHIST.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PH-FS.
           SELECT ParmFile ASSIGN TO "PERDA.PARM"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PARM-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
               03 CR-CLIENTE pic 9(08).
               03 CR-FATURA  pic 9(06).
            02 CR-VALOR-ORIG pic 9(06)V99.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD PlanFile.
       01 PlanData.
            02 PP-CHAVE.
               03 PP-CLIENTE pic 9(08).
               03 PP-FATURA  pic 9(06).
               03 PP-SEQ     pic 9(02).
            02 PP-VALOR      pic 9(06)V99.
            02 PP-VENCIMENTO pic 9(08).

       FD PerdaMov.
       01 PerdaMovRec.
            02 PM-DATA      pic 9(08).
            02 FILLER       pic x.
            02 PM-TIPO      pic x.
            02 FILLER       pic x.
            02 PM-CLIENTE   pic 9(08).
            02 FILLER       pic x.
            02 PM-FATURA    pic 9(06).
            02 FILLER       pic x.
            02 PM-VALOR     pic 9(06)V99.
            02 FILLER       pic x.
            02 PM-OPERADOR  pic x(10).

       FD HistFile.
       01 HistRec.
            02 PH-MES       pic 9(06).
            02 FILLER       pic x.
            02 PH-DATA      pic 9(08).
            02 FILLER       pic x.
            02 PH-PROVISAO  pic 9(10)V99.

       FD ParmFile.
       01 ParmRec.
           05 PR-NAME      pic x(12).
           05 FILLER       pic x.
           05 PR-VALOR     pic 9(03).

       FD ReportFile.
       01 ReportLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 CR-FS            pic xx.
       01 PLAN-FS          pic xx.
       01 PM-FS            pic xx.
       01 PH-FS            pic xx.
       01 PARM-FS          pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-PLAN-EOF      pic x.
       01 WS-PLAN-OPEN     pic x value 'N'.
       01 WS-TEM-PLANO     pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-POSICAO       pic 9(08).
       01 WS-POSICAO-IN    pic x(08).
       01 WS-POS-INT       pic 9(07).
       01 WS-MES           pic 9(06).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-SALDO         pic 9(06)V99.
       01 WS-PAGO-REST     pic 9(06)V99.
       01 WS-VENC          pic 9(08).
       01 WS-VENC-INT      pic 9(07).
       01 WS-DIAS-ATRASO   pic s9(05).
       01 WS-FX            pic 9.
       01 WS-ITENS         pic 9(05) value zeros.
       01 WS-TOT-SALDO     pic 9(10)V99 value zeros.
       01 WS-TOT-PROV      pic 9(10)V99 value zeros.
       01 WS-PROV-ANT      pic 9(10)V99 value zeros.
       01 WS-MES-ANT       pic 9(06) value zeros.
       01 WS-AJUSTE        pic s9(10)V99.
       01 WS-BAIXA-QTD     pic 9(05) value zeros.
       01 WS-BAIXA-VALOR   pic 9(10)V99 value zeros.
       01 WS-RECUP-QTD     pic 9(05) value zeros.
       01 WS-RECUP-VALOR   pic 9(10)V99 value zeros.

      *> The buckets, oldest last: upper limit in days overdue, the
      *> loss percentage, and what the run puts in each.
       01 WS-FAIXAS.
           02 WS-FAIXA occurs 6 times.
               05 FX-ROTULO   pic x(14).
               05 FX-LIMITE   pic 9(05).
               05 FX-PCT      pic 9(03).
               05 FX-QTD      pic 9(05).
               05 FX-SALDO    pic 9(10)V99.
               05 FX-PROV     pic 9(10)V99.

       01 WS-HEAD-LINE.
           05 FILLER       pic x(40) value
               "FAIXA         ITENS             SALDO   ".
           05 FILLER       pic x(40) value
               " %          PROVISAO".
       01 WS-DETAIL-LINE.
           05 DL-ROTULO    pic x(14).
           05 DL-QTD       pic zzzz9.
           05 FILLER       pic x(02) value spaces.
           05 DL-SALDO     pic z,zzz,zzz,zz9.99.
           05 FILLER       pic x(02) value spaces.
           05 DL-PCT       pic zz9.
           05 FILLER       pic x(02) value spaces.
           05 DL-PROV      pic z,zzz,zzz,zz9.99.
       01 WS-TOT-LINE.
           05 TL-ROTULO    pic x(40).
           05 TL-VALOR     pic -,---,---,--9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            display "Position date YYYYMMDD (blank = end of last"
                " month): " with no advancing
            move spaces to WS-POSICAO-IN
            accept WS-POSICAO-IN
            if WS-POSICAO-IN = spaces
                move WS-RUN-DATE to WS-POSICAO
                move "01" to WS-POSICAO (7:2)
                compute WS-POS-INT =
                    function integer-of-date(WS-POSICAO) - 1
                compute WS-POSICAO = function date-of-integer(WS-POS-INT)
            else
                if WS-POSICAO-IN not numeric
                    display "Invalid date - nothing calculated"
                    stop run
                end-if
                move WS-POSICAO-IN to WS-POSICAO
                if function test-date-yyyymmdd(WS-POSICAO) not = 0
                    display "Invalid date - nothing calculated"
                    stop run
                end-if
                compute WS-POS-INT = function integer-of-date(WS-POSICAO)
            end-if
            move WS-POSICAO (1:6) to WS-MES
            perform SetupBuckets
            perform LoadParms
            perform AgeReceivables
            perform LoadPrevious
            perform SumMovements
            compute WS-AJUSTE = WS-TOT-PROV - WS-PROV-ANT
            perform WriteReport
            perform AppendHistory
            display "Allowance for doubtful accounts at " WS-POSICAO
            display "  open balance      : " WS-TOT-SALDO
            display "  allowance         : " WS-TOT-PROV
            display "  previous (" WS-MES-ANT ")  : " WS-PROV-ANT
            display "  adjustment        : " WS-AJUSTE
            display "  report            : " WS-REP-FILENAME
            stop run.

       SetupBuckets.
            initialize WS-FAIXAS
            move "CORRENTE"       to FX-ROTULO (1)
            move 0                to FX-LIMITE (1)
            move 1                to FX-PCT (1)
            move "1-30 DIAS"      to FX-ROTULO (2)
            move 30               to FX-LIMITE (2)
            move 3                to FX-PCT (2)
            move "31-60 DIAS"     to FX-ROTULO (3)
            move 60               to FX-LIMITE (3)
            move 10               to FX-PCT (3)
            move "61-90 DIAS"     to FX-ROTULO (4)
            move 90               to FX-LIMITE (4)
            move 25               to FX-PCT (4)
            move "91-180 DIAS"    to FX-ROTULO (5)
            move 180              to FX-LIMITE (5)
            move 50               to FX-PCT (5)
            move "181+ DIAS"      to FX-ROTULO (6)
            move 99999            to FX-LIMITE (6)
            move 100              to FX-PCT (6).

       LoadParms.
            open input ParmFile
            if PARM-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read ParmFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PR-VALOR numeric and PR-VALOR <= 100
                            evaluate PR-NAME
                                when "PDDCORRENTE" move PR-VALOR to FX-PCT (1)
                                when "PDD30"       move PR-VALOR to FX-PCT (2)
                                when "PDD60"       move PR-VALOR to FX-PCT (3)
                                when "PDD90"       move PR-VALOR to FX-PCT (4)
                                when "PDD180"      move PR-VALOR to FX-PCT (5)
                                when "PDDMAIS"     move PR-VALOR to FX-PCT (6)
                            end-evaluate
                        end-if
                end-read
            end-perform
            close ParmFile.

       AgeReceivables.
            open input ReceivFile
            if CR-FS not = "00"
                display "** ERROR ** unable to open CONTASREC.DAT, status "
                    CR-FS
                stop run
            end-if
            open input PlanFile
            if PLAN-FS = "00"
                move 'Y' to WS-PLAN-OPEN
            end-if
            move 'N' to WS-EOF
            move low-values to CR-CHAVE
            start ReceivFile key is >= CR-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ReceivFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CR-VALOR-ORIG > CR-VALOR-PAGO
                        perform AgeOneItem
                    end-if
                end-if
            end-perform
            close ReceivFile
            if WS-PLAN-OPEN = 'Y'
                close PlanFile
            end-if
            perform varying WS-FX from 1 by 1 until WS-FX > 6
                compute FX-PROV (WS-FX) rounded =
                    FX-SALDO (WS-FX) * FX-PCT (WS-FX) / 100
                add FX-SALDO (WS-FX) to WS-TOT-SALDO
                add FX-PROV (WS-FX)  to WS-TOT-PROV
            end-perform.

       AgeOneItem.
            add 1 to WS-ITENS
            compute WS-SALDO = CR-VALOR-ORIG - CR-VALOR-PAGO
            move 'N' to WS-TEM-PLANO
            if WS-PLAN-OPEN = 'Y'
                move CR-CLIENTE to PP-CLIENTE
                move CR-FATURA  to PP-FATURA
                move 1          to PP-SEQ
                read PlanFile
                    invalid key continue
                    not invalid key move 'Y' to WS-TEM-PLANO
                end-read
            end-if
            if WS-TEM-PLANO = 'Y'
                perform AgeInstallments
            else
                move CR-VENCIMENTO to WS-VENC
                perform BucketOne
            end-if.

      *> Paid money is applied to the installments oldest-first, as
      *> agingrep.cob does; each unpaid part ages on its own date.
       AgeInstallments.
            move CR-VALOR-PAGO to WS-PAGO-REST
            move 'N' to WS-PLAN-EOF
            move CR-CLIENTE to PP-CLIENTE
            move CR-FATURA  to PP-FATURA
            move zeros      to PP-SEQ
            start PlanFile key is >= PP-CHAVE
                invalid key move 'Y' to WS-PLAN-EOF
            end-start
            perform until WS-PLAN-EOF = 'Y'
                read PlanFile next record
                    at end move 'Y' to WS-PLAN-EOF
                end-read
                if WS-PLAN-EOF = 'N'
                    if PP-CLIENTE not = CR-CLIENTE
                            or PP-FATURA not = CR-FATURA
                        move 'Y' to WS-PLAN-EOF
                    else
                        if WS-PAGO-REST >= PP-VALOR
                            subtract PP-VALOR from WS-PAGO-REST
                        else
                            compute WS-SALDO = PP-VALOR - WS-PAGO-REST
                            move zeros to WS-PAGO-REST
                            move PP-VENCIMENTO to WS-VENC
                            perform BucketOne
                        end-if
                    end-if
                end-if
            end-perform.

      *> WS-SALDO into the bucket for the days WS-VENC is overdue at
      *> the position date.
       BucketOne.
            compute WS-VENC-INT = function integer-of-date(WS-VENC)
            if WS-VENC-INT = zeros
                move WS-POS-INT to WS-VENC-INT
            end-if
            compute WS-DIAS-ATRASO = WS-POS-INT - WS-VENC-INT
            move 1 to WS-FX
            perform until WS-FX = 6
                    or WS-DIAS-ATRASO <= FX-LIMITE (WS-FX)
                add 1 to WS-FX
            end-perform
            add 1 to FX-QTD (WS-FX)
            add WS-SALDO to FX-SALDO (WS-FX).

      *> The allowance last calculated for an earlier month - a rerun
      *> for the same month compares against the same figure.
       LoadPrevious.
            open input HistFile
            if PH-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read HistFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PH-MES numeric and PH-MES < WS-MES
                                and PH-MES >= WS-MES-ANT
                            move PH-MES      to WS-MES-ANT
                            move PH-PROVISAO to WS-PROV-ANT
                        end-if
                end-read
            end-perform
            close HistFile.

       SumMovements.
            open input PerdaMov
            if PM-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read PerdaMov
                    at end move 'Y' to WS-EOF
                    not at end
                        if PM-DATA (1:6) = WS-MES and PM-VALOR numeric
                            evaluate PM-TIPO
                                when 'B'
                                    add 1 to WS-BAIXA-QTD
                                    add PM-VALOR to WS-BAIXA-VALOR
                                when 'R'
                                    add 1 to WS-RECUP-QTD
                                    add PM-VALOR to WS-RECUP-VALOR
                            end-evaluate
                        end-if
                end-read
            end-perform
            close PerdaMov.

       WriteReport.
            move spaces to WS-REP-FILENAME
            string "PDD" delimited by size
                   WS-POSICAO delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if REP-FS not = "00"
                display "** ERROR ** unable to open " WS-REP-FILENAME
                    ", status " REP-FS
                stop run
            end-if
            move spaces to ReportLine
            string "PROVISAO PARA DEVEDORES DUVIDOSOS - POSICAO "
                   delimited by size
                   WS-POSICAO delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            write ReportLine from WS-HEAD-LINE
            perform varying WS-FX from 1 by 1 until WS-FX > 6
                move FX-ROTULO (WS-FX) to DL-ROTULO
                move FX-QTD (WS-FX)    to DL-QTD
                move FX-SALDO (WS-FX)  to DL-SALDO
                move FX-PCT (WS-FX)    to DL-PCT
                move FX-PROV (WS-FX)   to DL-PROV
                write ReportLine from WS-DETAIL-LINE
            end-perform
            move "TOTAL" to DL-ROTULO
            move WS-ITENS to DL-QTD
            move WS-TOT-SALDO to DL-SALDO
            move zeros to DL-PCT
            move WS-TOT-PROV to DL-PROV
            write ReportLine from WS-DETAIL-LINE
            move spaces to ReportLine
            write ReportLine
            move spaces to TL-ROTULO
            string "PROVISAO ANTERIOR (" delimited by size
                   WS-MES-ANT delimited by size
                   ")" delimited by size
                into TL-ROTULO
            end-string
            move WS-PROV-ANT to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "PROVISAO ATUAL" to TL-ROTULO
            move WS-TOT-PROV to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "AJUSTE A CONTABILIZAR (+ CONSTITUI)" to TL-ROTULO
            move WS-AJUSTE to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move spaces to ReportLine
            write ReportLine
            move spaces to TL-ROTULO
            string "BAIXAS COMO INCOBRAVEIS NO MES - " delimited by size
                   WS-BAIXA-QTD delimited by size
                into TL-ROTULO
            end-string
            move WS-BAIXA-VALOR to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move spaces to TL-ROTULO
            string "RECUPERACOES NO MES          - " delimited by size
                   WS-RECUP-QTD delimited by size
                into TL-ROTULO
            end-string
            move WS-RECUP-VALOR to TL-VALOR
            write ReportLine from WS-TOT-LINE
            close ReportFile
            move "PROVISAO PDD" to RC-REPORT
            move "provpdd" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-ITENS to RC-COUNT
            call "rptcat" using WS-RC-AREA.

       AppendHistory.
            open extend HistFile
            if PH-FS = "35"
                open output HistFile
            end-if
            if PH-FS not = "00"
                display "** ERROR ** unable to write PDDHIST.DAT, status "
                    PH-FS
                exit paragraph
            end-if
            move spaces to HistRec
            move WS-MES      to PH-MES
            move WS-RUN-DATE to PH-DATA
            move WS-TOT-PROV to PH-PROVISAO
            write HistRec
            close HistFile.

       END PROGRAM provpdd.
