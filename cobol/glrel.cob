       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrel.
       AUTHOR. VILMAR CATAFESTA.
      *> Monthly statements from the GLSALDO.DAT balances glpost.cob
      *> keeps, BALANCETE<YYYYMM>.rpt in the rptcat catalogue:
      *>   trial balance - every account with opening balance, the
      *>       month's debits and credits and closing balance, debit
      *>       and credit columns proved equal;
      *>   income statement - revenue and expense accounts for the
      *>       month and year to date, and the result;
      *>   balance sheet - assets, liabilities and equity at the end
      *>       of the month, equity carrying the results of earlier
      *>       years and of the year to date, proved against assets.
      *> Accounts are grouped by type. CONTAS.TAB lines may carry,
      *> after glextract.cob's code and slot name, a type (A asset,
      *> P liability, L equity, R revenue, D expense) and a name;
      *> without a type the first digit decides - 1 asset,
      *> 2 liability, 3 revenue, anything else expense - the way the
      *> glextract.cob default codes are numbered. Revenue and
      *> expense restart each January; what earlier years made or
      *> lost stays in equity as one line, since no closing entries
      *> are posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SaldoFile ASSIGN TO "GLSALDO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS GS-CHAVE
                         FILE STATUS  IS GS-FS.
           SELECT ContasTab ASSIGN TO "CONTAS.TAB"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CTA-FS.
           SELECT PeriodoFile ASSIGN TO "GLPERIODO.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PR-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SaldoFile.
       01 SaldoData.
           05 GS-CHAVE.
               10 GS-CONTA   pic 9(04).
               10 GS-PERIODO pic 9(06).
           05 GS-DEBITO    pic 9(12)V99.
           05 GS-CREDITO   pic 9(12)V99.

       FD ContasTab.
       01 ContaRec.
           05 CT-CODIGO    pic 9(04).
           05 FILLER       pic x.
           05 CT-USO       pic x(12).
           05 FILLER       pic x.
           05 CT-TIPO      pic x.
           05 FILLER       pic x.
           05 CT-NOME      pic x(30).

       FD PeriodoFile.
       01 PeriodoRec.
           05 PR-FECHADO   pic 9(06).
           05 FILLER       pic x.
           05 PR-DATA      pic 9(08).
           05 FILLER       pic x.
           05 PR-OPERADOR  pic x(10).

       FD ReportFile.
       01 ReportLine       pic x(132).

       WORKING-STORAGE SECTION.
       01 GS-FS            pic xx.
       01 CTA-FS           pic xx.
       01 PR-FS            pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-FECHADO       pic 9(06) value zeros.
       01 WS-SITUACAO      pic x(06).
       01 WS-PERIODO       pic 9(06).
       01 WS-PERIODO-R redefines WS-PERIODO.
           02 WS-PER-ANO   pic 9(04).
           02 WS-PER-MES   pic 9(02).
       01 WS-IDX           pic 9(03).
       01 WS-CT-IDX        pic 9(03).
       01 WS-TIPO-SEL      pic x.
       01 WS-TITULO        pic x(60).
       01 WS-SALDO         pic s9(12)V99.
       01 WS-ABERTURA      pic s9(12)V99.
       01 WS-VALOR-MES     pic s9(12)V99.
       01 WS-VALOR-ANO     pic s9(12)V99.
       01 WS-GRUPO-MES     pic s9(12)V99.
       01 WS-GRUPO-ANO     pic s9(12)V99.
       01 WS-RES-ANT       pic s9(12)V99 value zeros.
       01 WS-RES-MES       pic s9(12)V99 value zeros.
       01 WS-RES-ANO       pic s9(12)V99 value zeros.
       01 WS-TOT-ATIVO     pic s9(12)V99 value zeros.
       01 WS-TOT-PASSIVO   pic s9(12)V99 value zeros.
       01 WS-TB-DEB-MES    pic 9(12)V99 value zeros.
       01 WS-TB-CRED-MES   pic 9(12)V99 value zeros.
       01 WS-TB-SALDO-D    pic 9(12)V99 value zeros.
       01 WS-TB-SALDO-C    pic 9(12)V99 value zeros.

      *> The chart as CONTAS.TAB gives it.
       01 WS-CT-QTD        pic 9(03) value zeros.
       01 WS-CT-TAB.
           02 WS-CT-ITEM occurs 200 times.
               05 WS-CT-CONTA  pic 9(04).
               05 WS-CT-TIPO   pic x.
               05 WS-CT-NOME   pic x(30).

      *> Every account with movement up to the month, in code order.
       01 WS-AC-QTD        pic 9(03) value zeros.
       01 WS-AC-TAB.
           02 WS-AC-ITEM occurs 300 times.
               05 AC-CONTA     pic 9(04).
               05 AC-TIPO      pic x.
               05 AC-NOME      pic x(30).
               05 AC-ANT-D     pic 9(12)V99.
               05 AC-ANT-C     pic 9(12)V99.
               05 AC-MES-D     pic 9(12)V99.
               05 AC-MES-C     pic 9(12)V99.
               05 AC-ANO-D     pic 9(12)V99.
               05 AC-ANO-C     pic 9(12)V99.

       01 WS-LINHA-TB.
           02 TB-CONTA     pic 9(04).
           02              pic x value space.
           02 TB-TIPO      pic x.
           02              pic x value space.
           02 TB-NOME      pic x(30).
           02              pic x value space.
           02 TB-ANT       pic z,zzz,zzz,zz9.99.
           02 TB-ANT-DC    pic x(02).
           02              pic x value space.
           02 TB-DEB       pic z,zzz,zzz,zz9.99.
           02              pic x value space.
           02 TB-CRED      pic z,zzz,zzz,zz9.99.
           02              pic x value space.
           02 TB-FIM       pic z,zzz,zzz,zz9.99.
           02 TB-FIM-DC    pic x(02).

       01 WS-LINHA-DR.
           02              pic x(02) value spaces.
           02 DR-CONTA     pic 9(04).
           02              pic x value space.
           02 DR-NOME      pic x(36).
           02              pic x value space.
           02 DR-MES       pic z,zzz,zzz,zz9.99-.
           02              pic x(02) value spaces.
           02 DR-ANO       pic z,zzz,zzz,zz9.99-.

       01 WS-LINHA-TOT.
           02              pic x(07) value spaces.
           02 LT-NOME      pic x(36).
           02              pic x value space.
           02 LT-MES       pic z,zzz,zzz,zz9.99-.
           02              pic x(02) value spaces.
           02 LT-ANO       pic z,zzz,zzz,zz9.99-.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            display "Period YYYYMM (blank = this month): "
                with no advancing
            move zeros to WS-PERIODO
            accept WS-PERIODO
            if WS-PERIODO not numeric or WS-PERIODO = zeros
                move WS-RUN-DATE (1:6) to WS-PERIODO
            end-if
            if WS-PER-MES < 1 or WS-PER-MES > 12
                display "Invalid period " WS-PERIODO
                stop run
            end-if
            open input SaldoFile
            if GS-FS = "35"
                display "No GLSALDO.DAT on file - nothing posted yet."
                stop run
            end-if
            if GS-FS not = "00"
                display "** ERROR ** unable to open GLSALDO.DAT, status " GS-FS
                move 8 to return-code
                stop run
            end-if
            perform LoadClosedPeriod
            perform LoadChart
            perform LoadBalances
            close SaldoFile

            move spaces to WS-REP-FILENAME
            string "BALANCETE" delimited by size
                   WS-PERIODO delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if WS-PERIODO <= WS-FECHADO
                move "CLOSED" to WS-SITUACAO
            else
                move "OPEN" to WS-SITUACAO
            end-if
            move spaces to ReportLine
            string "GENERAL LEDGER - PERIOD " delimited by size
                   WS-PERIODO delimited by size
                   " (" delimited by size
                   WS-SITUACAO delimited by space
                   ") - RUN " delimited by size
                   WS-RUN-DATE delimited by size
                into ReportLine
            end-string
            write ReportLine

            perform TrialBalance
            perform IncomeStatement
            perform BalanceSheet

            close ReportFile
            move "BALANCETE CONTABIL" to RC-REPORT
            move "glrel" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-AC-QTD to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Ledger statements     : " WS-REP-FILENAME
            display "  period              : " WS-PERIODO " "
                WS-SITUACAO
            display "  accounts            : " WS-AC-QTD
            move WS-RES-MES to LT-MES
            move WS-RES-ANO to LT-ANO
            display "  result month / year : " LT-MES " " LT-ANO
            stop run.

       LoadClosedPeriod.
            open input PeriodoFile
            if PR-FS not = "00"
                exit paragraph
            end-if
            read PeriodoFile
                at end continue
                not at end
                    if PR-FECHADO numeric
                        move PR-FECHADO to WS-FECHADO
                    end-if
            end-read
            close PeriodoFile.

      *> Name: the one given, else glextract.cob's slot name.
       LoadChart.
            move 'N' to WS-EOF
            open input ContasTab
            if CTA-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                move spaces to ContaRec
                read ContasTab
                    at end move 'Y' to WS-EOF
                    not at end
                        if CT-CODIGO numeric and WS-CT-QTD < 200
                            add 1 to WS-CT-QTD
                            move CT-CODIGO to WS-CT-CONTA (WS-CT-QTD)
                            move CT-TIPO   to WS-CT-TIPO (WS-CT-QTD)
                            if CT-NOME not = spaces
                                move CT-NOME to WS-CT-NOME (WS-CT-QTD)
                            else
                                move CT-USO  to WS-CT-NOME (WS-CT-QTD)
                            end-if
                        end-if
                end-read
            end-perform
            close ContasTab.

       LoadBalances.
            move 'N' to WS-EOF
            move low-values to GS-CHAVE
            start SaldoFile key is >= GS-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read SaldoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and GS-PERIODO <= WS-PERIODO
                    perform AddBalance
                end-if
            end-perform.

       AddBalance.
            if WS-AC-QTD = zeros or AC-CONTA (WS-AC-QTD) not = GS-CONTA
                if WS-AC-QTD >= 300
                    exit paragraph
                end-if
                add 1 to WS-AC-QTD
                initialize WS-AC-ITEM (WS-AC-QTD)
                move GS-CONTA to AC-CONTA (WS-AC-QTD)
                perform ClassifyAccount
            end-if
            if GS-PERIODO < WS-PERIODO
                add GS-DEBITO  to AC-ANT-D (WS-AC-QTD)
                add GS-CREDITO to AC-ANT-C (WS-AC-QTD)
            else
                add GS-DEBITO  to AC-MES-D (WS-AC-QTD)
                add GS-CREDITO to AC-MES-C (WS-AC-QTD)
            end-if
            if GS-PERIODO (1:4) = WS-PER-ANO
                add GS-DEBITO  to AC-ANO-D (WS-AC-QTD)
                add GS-CREDITO to AC-ANO-C (WS-AC-QTD)
            else
                if AC-TIPO (WS-AC-QTD) = 'R' or AC-TIPO (WS-AC-QTD) = 'D'
                    compute WS-RES-ANT = WS-RES-ANT + GS-CREDITO
                        - GS-DEBITO
                end-if
            end-if.

       ClassifyAccount.
            move spaces to AC-TIPO (WS-AC-QTD)
            move "NOT IN CONTAS.TAB" to AC-NOME (WS-AC-QTD)
            perform varying WS-CT-IDX from 1 by 1
                    until WS-CT-IDX > WS-CT-QTD
                if WS-CT-CONTA (WS-CT-IDX) = GS-CONTA
                    move WS-CT-TIPO (WS-CT-IDX) to AC-TIPO (WS-AC-QTD)
                    move WS-CT-NOME (WS-CT-IDX) to AC-NOME (WS-AC-QTD)
                end-if
            end-perform
            move function upper-case(AC-TIPO (WS-AC-QTD))
                to AC-TIPO (WS-AC-QTD)
            if AC-TIPO (WS-AC-QTD) not = 'A' and not = 'P' and not = 'L'
                    and not = 'R' and not = 'D'
                evaluate GS-CONTA (1:1)
                    when '1' move 'A' to AC-TIPO (WS-AC-QTD)
                    when '2' move 'P' to AC-TIPO (WS-AC-QTD)
                    when '3' move 'R' to AC-TIPO (WS-AC-QTD)
                    when other move 'D' to AC-TIPO (WS-AC-QTD)
                end-evaluate
            end-if.

      *> Balance-sheet accounts open with everything before the
      *> month, revenue and expense with the year so far; the
      *> earlier years' result line makes the columns meet.
       TrialBalance.
            move spaces to ReportLine
            write ReportLine
            move "TRIAL BALANCE" to ReportLine
            write ReportLine
            move "CODE T ACCOUNT                                OPENING BALANCE            DEBITS           CREDITS   CLOSING BALANCE"
                to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-AC-QTD
                if AC-TIPO (WS-IDX) = 'R' or AC-TIPO (WS-IDX) = 'D'
                    compute WS-ABERTURA =
                        (AC-ANO-D (WS-IDX) - AC-MES-D (WS-IDX))
                        - (AC-ANO-C (WS-IDX) - AC-MES-C (WS-IDX))
                else
                    compute WS-ABERTURA =
                        AC-ANT-D (WS-IDX) - AC-ANT-C (WS-IDX)
                end-if
                compute WS-SALDO = WS-ABERTURA + AC-MES-D (WS-IDX)
                    - AC-MES-C (WS-IDX)
                move AC-CONTA (WS-IDX) to TB-CONTA
                move AC-TIPO (WS-IDX)  to TB-TIPO
                move AC-NOME (WS-IDX)  to TB-NOME
                move AC-MES-D (WS-IDX) to TB-DEB
                move AC-MES-C (WS-IDX) to TB-CRED
                add AC-MES-D (WS-IDX) to WS-TB-DEB-MES
                add AC-MES-C (WS-IDX) to WS-TB-CRED-MES
                perform WriteTrialLine
            end-perform
            if WS-RES-ANT not = zeros
                move zeros to TB-CONTA
                move 'L' to TB-TIPO
                move "RESULT OF EARLIER YEARS" to TB-NOME
                move zeros to TB-DEB TB-CRED
                compute WS-ABERTURA = zero - WS-RES-ANT
                move WS-ABERTURA to WS-SALDO
                perform WriteTrialLine
            end-if
            move spaces to WS-LINHA-TB
            move "TOTALS - DEBIT BALANCES" to TB-NOME
            move WS-TB-DEB-MES  to TB-DEB
            move WS-TB-CRED-MES to TB-CRED
            move WS-TB-SALDO-D  to TB-FIM
            move " D" to TB-FIM-DC
            move WS-LINHA-TB to ReportLine
            write ReportLine
            move spaces to WS-LINHA-TB
            move "       - CREDIT BALANCES" to TB-NOME
            move WS-TB-SALDO-C  to TB-FIM
            move " C" to TB-FIM-DC
            move WS-LINHA-TB to ReportLine
            write ReportLine
            if WS-TB-DEB-MES = WS-TB-CRED-MES
                    and WS-TB-SALDO-D = WS-TB-SALDO-C
                move "TRIAL BALANCE AGREES" to ReportLine
            else
                move "** TRIAL BALANCE DOES NOT AGREE **" to ReportLine
            end-if
            write ReportLine.

      *> WS-ABERTURA and WS-SALDO are debit minus credit; printed
      *> as amounts with D or C after them.
       WriteTrialLine.
            if WS-ABERTURA < zero
                compute TB-ANT = zero - WS-ABERTURA
                move " C" to TB-ANT-DC
            else
                move WS-ABERTURA to TB-ANT
                move " D" to TB-ANT-DC
            end-if
            if WS-SALDO < zero
                compute TB-FIM = zero - WS-SALDO
                move " C" to TB-FIM-DC
                compute WS-TB-SALDO-C = WS-TB-SALDO-C - WS-SALDO
            else
                move WS-SALDO to TB-FIM
                move " D" to TB-FIM-DC
                add WS-SALDO to WS-TB-SALDO-D
            end-if
            move WS-LINHA-TB to ReportLine
            write ReportLine.

       IncomeStatement.
            move spaces to ReportLine
            write ReportLine
            move "INCOME STATEMENT" to ReportLine
            write ReportLine
            move "       ACCOUNT                                         MONTH      YEAR TO DATE"
                to ReportLine
            write ReportLine
            move 'R' to WS-TIPO-SEL
            move "REVENUE" to WS-TITULO
            perform StatementGroup
            compute WS-RES-MES = WS-GRUPO-MES
            compute WS-RES-ANO = WS-GRUPO-ANO
            move 'D' to WS-TIPO-SEL
            move "EXPENSES" to WS-TITULO
            perform StatementGroup
            compute WS-RES-MES = WS-RES-MES - WS-GRUPO-MES
            compute WS-RES-ANO = WS-RES-ANO - WS-GRUPO-ANO
            move spaces to ReportLine
            write ReportLine
            move "RESULT FOR THE PERIOD" to LT-NOME
            move WS-RES-MES to LT-MES
            move WS-RES-ANO to LT-ANO
            move WS-LINHA-TOT to ReportLine
            write ReportLine.

      *> One type's accounts, natural sign: revenue and the credit
      *> types as credit minus debit, assets and expense the other
      *> way round.
       StatementGroup.
            move zeros to WS-GRUPO-MES WS-GRUPO-ANO
            move spaces to ReportLine
            write ReportLine
            move WS-TITULO to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-AC-QTD
                if AC-TIPO (WS-IDX) = WS-TIPO-SEL
                    if WS-TIPO-SEL = 'R'
                        compute WS-VALOR-MES =
                            AC-MES-C (WS-IDX) - AC-MES-D (WS-IDX)
                        compute WS-VALOR-ANO =
                            AC-ANO-C (WS-IDX) - AC-ANO-D (WS-IDX)
                    else
                        compute WS-VALOR-MES =
                            AC-MES-D (WS-IDX) - AC-MES-C (WS-IDX)
                        compute WS-VALOR-ANO =
                            AC-ANO-D (WS-IDX) - AC-ANO-C (WS-IDX)
                    end-if
                    add WS-VALOR-MES to WS-GRUPO-MES
                    add WS-VALOR-ANO to WS-GRUPO-ANO
                    move AC-CONTA (WS-IDX) to DR-CONTA
                    move AC-NOME (WS-IDX)  to DR-NOME
                    move WS-VALOR-MES      to DR-MES
                    move WS-VALOR-ANO      to DR-ANO
                    move WS-LINHA-DR to ReportLine
                    write ReportLine
                end-if
            end-perform
            move spaces to LT-NOME
            string "TOTAL " WS-TITULO delimited by size into LT-NOME
            end-string
            move WS-GRUPO-MES to LT-MES
            move WS-GRUPO-ANO to LT-ANO
            move WS-LINHA-TOT to ReportLine
            write ReportLine.

      *> Balances at the end of the month; the second amount column
      *> is left blank. Assets against liabilities plus equity,
      *> equity taking the results not yet closed into it.
       BalanceSheet.
            move spaces to ReportLine
            write ReportLine
            move "BALANCE SHEET" to ReportLine
            write ReportLine
            move 'A' to WS-TIPO-SEL
            move "ASSETS" to WS-TITULO
            perform BalanceGroup
            move WS-GRUPO-MES to WS-TOT-ATIVO
            move 'P' to WS-TIPO-SEL
            move "LIABILITIES" to WS-TITULO
            perform BalanceGroup
            move WS-GRUPO-MES to WS-TOT-PASSIVO
            move 'L' to WS-TIPO-SEL
            move "EQUITY" to WS-TITULO
            perform BalanceGroup
            add WS-GRUPO-MES to WS-TOT-PASSIVO
            move spaces to WS-LINHA-DR
            move "RESULT OF EARLIER YEARS" to DR-NOME
            move WS-RES-ANT to DR-MES
            move WS-LINHA-DR to ReportLine
            write ReportLine
            move spaces to WS-LINHA-DR
            move "RESULT OF THE YEAR TO DATE" to DR-NOME
            move WS-RES-ANO to DR-MES
            move WS-LINHA-DR to ReportLine
            write ReportLine
            compute WS-TOT-PASSIVO = WS-TOT-PASSIVO + WS-RES-ANT
                + WS-RES-ANO
            move spaces to ReportLine
            write ReportLine
            move spaces to WS-LINHA-TOT
            move "TOTAL ASSETS" to LT-NOME
            move WS-TOT-ATIVO to LT-MES
            move WS-LINHA-TOT to ReportLine
            write ReportLine
            move spaces to WS-LINHA-TOT
            move "TOTAL LIABILITIES AND EQUITY" to LT-NOME
            move WS-TOT-PASSIVO to LT-MES
            move WS-LINHA-TOT to ReportLine
            write ReportLine
            if WS-TOT-ATIVO = WS-TOT-PASSIVO
                move "BALANCE SHEET AGREES" to ReportLine
            else
                move "** BALANCE SHEET DOES NOT AGREE **" to ReportLine
            end-if
            write ReportLine.

       BalanceGroup.
            move zeros to WS-GRUPO-MES
            move spaces to ReportLine
            write ReportLine
            move WS-TITULO to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-AC-QTD
                if AC-TIPO (WS-IDX) = WS-TIPO-SEL
                    compute WS-SALDO =
                        AC-ANT-D (WS-IDX) + AC-MES-D (WS-IDX)
                        - AC-ANT-C (WS-IDX) - AC-MES-C (WS-IDX)
                    if WS-TIPO-SEL not = 'A'
                        compute WS-SALDO = zero - WS-SALDO
                    end-if
                    add WS-SALDO to WS-GRUPO-MES
                    move spaces to WS-LINHA-DR
                    move AC-CONTA (WS-IDX) to DR-CONTA
                    move AC-NOME (WS-IDX)  to DR-NOME
                    move WS-SALDO          to DR-MES
                    move WS-LINHA-DR to ReportLine
                    write ReportLine
                end-if
            end-perform
            move spaces to WS-LINHA-TOT
            string "TOTAL " WS-TITULO delimited by size into LT-NOME
            end-string
            move WS-GRUPO-MES to LT-MES
            move WS-LINHA-TOT to ReportLine
            write ReportLine.

       END PROGRAM glrel.
