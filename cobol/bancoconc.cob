       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bancoconc.
       AUTHOR. VILMAR CATAFESTA.
      *> Bank statement reconciliation: proves that what our books say
      *> went to and came from the bank actually shows up on the
      *> bank's statement file EXTBANCO.RET (header "0" with account,
      *> period and opening balance, detail "1" per movement, trailer
      *> "9" with the closing balance).
      *>
      *> Each statement credit is matched, by amount and a date no
      *> more than three days after ours, to one of:
      *>   - a day's deposit from FECHACX.DAT (caixafecha.cob), less
      *>     that day's BANCO journal lines, which reached the bank on
      *>     their own;
      *>   - a bancoimp.cob collection batch (the day's BANCO lines on
      *>     CAIXA.DAT);
      *>   - an acquirer card settlement (CARTAOLIQ.DAT net, summed per
      *>     pay date, from cartaoconc.cob);
      *>   - the post-dated cheques chequecust.cob deposited that day
      *>     (CHEQUE.DAT).
      *> Each debit is matched to a supplier payment the bank confirmed
      *> (PAGOS.DAT, pagret.cob) or to the payroll credit batch of the
      *> month before the statement closes (SALCRED<AAAAMM>.TXT
      *> trailer, FOLHACRED).
      *>
      *> BANCOCONCyyyymmdd.TXT, registered with rptcat, lists the
      *> matched items, the items only at the bank, the items only in
      *> our books for the period, and the balance proof: opening
      *> balance plus credits less debits against the closing balance
      *> the bank states.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatementFile ASSIGN TO "EXTBANCO.RET"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS EXT-FS.
           SELECT FechaFile ASSIGN TO "FECHACX.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS FC-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CX-FS.
           SELECT CardLiqFile ASSIGN TO "CARTAOLIQ.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CL-FS.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT PagosFile ASSIGN TO "PAGOS.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PG-FS.
           SELECT SalCredFile ASSIGN TO WS-SALCRED-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS SC-FS.
           SELECT ConcReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD StatementFile.
       01 StatementRec     pic x(80).

       FD FechaFile.
       01 FechaRec         pic x(40).

       FD CashJournal.
       01 CashRecord       pic x(60).

       FD CardLiqFile.
       01 CardLiqRec.
           05 CL-DATA-PAGTO pic 9(08).
           05 FILLER        pic x.
           05 CL-DATA-VENDA pic 9(08).
           05 FILLER        pic x.
           05 CL-VALOR      pic 9(07)V99.
           05 FILLER        pic x.
           05 CL-TAXA       pic 9(05)V99.
           05 FILLER        pic x.
           05 CL-LIQUIDO    pic 9(07)V99.
           05 FILLER        pic x(15).

       FD ChequeFile.
       01 ChequeData.
            02 CQ-CHAVE.
               03 CQ-BANCO    pic 9(03).
               03 CQ-NUMERO   pic 9(06).
            02 CQ-EMITENTE    pic x(30).
            02 CQ-VALOR       pic 9(06)V99.
            02 CQ-BOM-PARA    pic 9(08).
            02 CQ-CLIENTE     pic 9(08).
            02 CQ-FATURA      pic 9(06).
            02 CQ-RECEBIDO    pic 9(08).
            02 CQ-SITUACAO    pic x.
            02 CQ-DEPOSITO    pic 9(08).
            02 CQ-DEVOLUCAO   pic 9(08).
            02 CQ-TARIFA-FAT  pic 9(06).
            02 CQ-OPERADOR    pic x(10).

       FD PagosFile.
       01 PagosRec.
           05 PG-DATA      pic 9(08).
           05 FILLER       pic x.
           05 PG-FORN      pic 9(03).
           05 FILLER       pic x.
           05 PG-NOTA      pic 9(09).
           05 FILLER       pic x.
           05 PG-VALOR     pic 9(07)V99.
           05 FILLER       pic x(08).

       FD SalCredFile.
       01 SalCredRec       pic x(50).

       FD ConcReport.
       01 ReportLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 EXT-FS           pic xx.
       01 FC-FS            pic xx.
       01 CX-FS            pic xx.
       01 CL-FS            pic xx.
       01 PG-FS            pic xx.
       01 CQ-FS            pic xx.
       01 SC-FS            pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-SALCRED-FILENAME pic x(18).
       01 WS-FOLHA-ANO     pic 9(04).
       01 WS-FOLHA-MES     pic 9(02).
       01 WS-INICIO        pic 9(08).
       01 WS-FIM           pic 9(08).
       01 WS-INICIO-INT    pic 9(07).
       01 WS-DATA          pic 9(08).
       01 WS-DATA-INT      pic 9(07).
       01 WS-BANCO-INT     pic 9(07).
       01 WS-DIAS          pic s9(05).
       01 WS-TOLERANCIA    pic 9(02) value 3.
       01 WS-IDX           pic 9(04).
       01 WS-IDX2          pic 9(04).
       01 WS-ACHOU         pic x.
       01 WS-SALDO-INICIAL pic s9(10)V99 value zeros.
       01 WS-SALDO-FINAL   pic s9(10)V99 value zeros.
       01 WS-SALDO-CALC    pic s9(10)V99 value zeros.
       01 WS-TEM-TRAILER   pic x value 'N'.
       01 WS-TOT-CREDITOS  pic 9(10)V99 value zeros.
       01 WS-TOT-DEBITOS   pic 9(10)V99 value zeros.
       01 WS-CONCILIADOS   pic 9(05) value zeros.
       01 WS-SO-BANCO      pic 9(05) value zeros.
       01 WS-SO-LIVROS     pic 9(05) value zeros.
       01 WS-CONTA         pic x(20).

      *> Our side: one line per expected bank movement.
      *> Types DEP deposit, COB collection batch, CAR card
      *> settlement, CHQ cheques deposited (credits); FOR supplier payment, FOL payroll
      *> (debits).
       01 WS-LV-TOTAL      pic 9(04) value zeros.
       01 WS-LV-TAB.
           02 WS-LV-ITEM occurs 600 times.
               05 LV-TIPO      pic x(03).
               05 LV-DC        pic x.
               05 LV-DATA      pic 9(08).
               05 LV-VALOR     pic 9(10)V99.
               05 LV-REF       pic x(20).
               05 LV-CASADO    pic x.
      *> Next book line, built here and stored by AddBookLine; when
      *> the table is full it is refused and counted, not stored.
       01 WS-NV-LINHA.
           05 NV-TIPO      pic x(03).
           05 NV-DC        pic x.
           05 NV-DATA      pic 9(08).
           05 NV-VALOR     pic 9(10)V99.
           05 NV-REF       pic x(20).
       01 WS-NV-VALOR-ED   pic z,zzz,zzz,zz9.99.
       01 WS-LV-RECUSADAS  pic 9(05) value zeros.

      *> The bank's side, kept to print the report in sections.
       01 WS-BC-TOTAL      pic 9(04) value zeros.
       01 WS-BC-TAB.
           02 WS-BC-ITEM occurs 600 times.
               05 BC-DC        pic x.
               05 BC-DATA      pic 9(08).
               05 BC-VALOR     pic 9(10)V99.
               05 BC-HISTORICO pic x(30).
               05 BC-LIVRO     pic 9(04).

      *> Deposits and collection batches are summed per day before
      *> they become book lines.
       01 WS-DIA-TOTAL     pic 9(03) value zeros.
       01 WS-DIA-TAB.
           02 WS-DIA-ITEM occurs 400 times.
               05 DIA-DATA     pic 9(08).
               05 DIA-DEPOSITO pic 9(10)V99.
               05 DIA-BANCO    pic 9(10)V99.
               05 DIA-CARTAO   pic 9(10)V99.
               05 DIA-CHEQUE   pic 9(10)V99.

       01 WS-EXT-IN        pic x(80).
       01 WS-EXT-HEADER redefines WS-EXT-IN.
           05 EH-TIPO      pic x.
           05 EH-CONTA     pic x(20).
           05 EH-INICIO    pic 9(08).
           05 EH-FIM       pic 9(08).
           05 EH-SINAL     pic x.
           05 EH-SALDO     pic 9(10)V99.
           05 FILLER       pic x(30).
       01 WS-EXT-DETAIL redefines WS-EXT-IN.
           05 ED-TIPO      pic x.
           05 ED-DATA      pic 9(08).
           05 ED-DC        pic x.
           05 ED-VALOR     pic 9(10)V99.
           05 ED-HISTORICO pic x(30).
           05 FILLER       pic x(28).
       01 WS-EXT-TRAILER redefines WS-EXT-IN.
           05 ET-TIPO      pic x.
           05 ET-SINAL     pic x.
           05 ET-SALDO     pic 9(10)V99.
           05 FILLER       pic x(66).

       01 WS-FECHA-IN      pic x(40).
       01 WS-FECHA-IN-R redefines WS-FECHA-IN.
           02 FCI-DATA     pic 9(08).
           02 FILLER       pic x(06).
           02 FCI-NUM      pic 9(04).
           02 FILLER       pic x(07).
           02 FCI-TOTAL    pic 9(10)V99.
           02 FILLER       pic x(03).

       01 WS-CASH-IN       pic x(60).
       01 WS-CASH-IN-R redefines WS-CASH-IN.
           05 CXI-DATA     pic 9(08).
           05 FILLER       pic x(08).
           05 CXI-OPERADOR pic x(10).
           05 FILLER       pic x(17).
           05 CXI-VALOR    pic 9(06)V99.
           05 FILLER       pic x(09).

       01 WS-SAL-IN        pic x(50).
       01 WS-SAL-TRAILER redefines WS-SAL-IN.
           05 ST-TIPO      pic x.
           05 ST-QTD       pic 9(06).
           05 ST-TOTAL     pic 9(10)V99.
           05 FILLER       pic x(31).

       01 WS-MATCH-LINE.
           05 ML-DATA      pic 9(08).
           05 FILLER       pic x value space.
           05 ML-DC        pic x.
           05 FILLER       pic x value space.
           05 ML-VALOR     pic z(9)9.99.
           05 FILLER       pic x value space.
           05 ML-HISTORICO pic x(22).
           05 FILLER       pic x value space.
           05 ML-TIPO      pic x(03).
           05 FILLER       pic x value space.
           05 ML-LV-DATA   pic 9(08).
           05 FILLER       pic x value space.
           05 ML-REF       pic x(16).

       01 WS-TOT-LINE.
           05 TL-ROTULO    pic x(30).
           05 TL-VALOR     pic z(9)9.99-.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            open input StatementFile
            if EXT-FS not = "00"
                display "No bank statement EXTBANCO.RET, status " EXT-FS
                stop run
            end-if
            perform LoadStatement
            close StatementFile
            if WS-INICIO = zeros or WS-FIM = zeros
                display "** statement has no header with its period -"
                    " run refused"
                move 8 to return-code
                stop run
            end-if
            compute WS-INICIO-INT = function integer-of-date(WS-INICIO)

            perform LoadDays
            perform LoadCardSettlements
            perform LoadChequeDeposits
            perform BuildDayItems
            perform LoadSupplierPayments
            perform LoadPayroll
            perform MatchStatement
            perform WriteReport

            display "Bank reconciliation " WS-INICIO " to " WS-FIM
            display "  matched         : " WS-CONCILIADOS
            display "  only at the bank: " WS-SO-BANCO
            display "  only in books   : " WS-SO-LIVROS
            display "  not compared    : " WS-LV-RECUSADAS
            display "  report          : " WS-REPORT-FILENAME
            if WS-TEM-TRAILER = 'Y'
                    and WS-SALDO-CALC not = WS-SALDO-FINAL
                display "** STATEMENT BALANCE DOES NOT PROVE **"
                move 4 to return-code
            end-if
            if WS-LV-RECUSADAS > zeros
                display "** BOOK LINES NOT COMPARED - TABLE FULL **"
                move 4 to return-code
            end-if
            stop run.

       LoadStatement.
            move zeros to WS-INICIO WS-FIM
            perform until WS-EOF = 'Y'
                read StatementFile into WS-EXT-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        evaluate EH-TIPO
                            when "0"
                                move EH-CONTA  to WS-CONTA
                                move EH-INICIO to WS-INICIO
                                move EH-FIM    to WS-FIM
                                move EH-SALDO  to WS-SALDO-INICIAL
                                if EH-SINAL = "-"
                                    compute WS-SALDO-INICIAL =
                                        0 - WS-SALDO-INICIAL
                                end-if
                            when "1"
                                perform KeepStatementLine
                            when "9"
                                move 'Y' to WS-TEM-TRAILER
                                move ET-SALDO to WS-SALDO-FINAL
                                if ET-SINAL = "-"
                                    compute WS-SALDO-FINAL =
                                        0 - WS-SALDO-FINAL
                                end-if
                        end-evaluate
                end-read
            end-perform.

       KeepStatementLine.
            if ED-DATA not numeric or ED-VALOR not numeric
                    or (ED-DC not = "C" and ED-DC not = "D")
                display "** unreadable statement line skipped: "
                    WS-EXT-IN
                exit paragraph
            end-if
            if WS-BC-TOTAL >= 600
                exit paragraph
            end-if
            add 1 to WS-BC-TOTAL
            move ED-DC        to BC-DC (WS-BC-TOTAL)
            move ED-DATA      to BC-DATA (WS-BC-TOTAL)
            move ED-VALOR     to BC-VALOR (WS-BC-TOTAL)
            move ED-HISTORICO to BC-HISTORICO (WS-BC-TOTAL)
            move zeros        to BC-LIVRO (WS-BC-TOTAL)
            if ED-DC = "C"
                add ED-VALOR to WS-TOT-CREDITOS
            else
                add ED-VALOR to WS-TOT-DEBITOS
            end-if.

      *> Our dates run from a few days before the statement opens -
      *> a deposit closed on the last evening of the previous period
      *> reaches the bank inside this one.
       InPeriod.
            move 'N' to WS-ACHOU
            compute WS-DATA-INT = function integer-of-date(WS-DATA)
            if WS-DATA-INT + WS-TOLERANCIA >= WS-INICIO-INT
                    and WS-DATA-INT <= function integer-of-date(WS-FIM)
                move 'Y' to WS-ACHOU
            end-if.

       FindDay.
            move 'N' to WS-ACHOU
            perform varying WS-IDX2 from 1 by 1
                    until WS-IDX2 > WS-DIA-TOTAL or WS-ACHOU = 'Y'
                if DIA-DATA (WS-IDX2) = WS-DATA
                    move 'Y' to WS-ACHOU
                end-if
            end-perform
            if WS-ACHOU = 'Y'
                subtract 1 from WS-IDX2
            else
                if WS-DIA-TOTAL < 400
                    add 1 to WS-DIA-TOTAL
                    move WS-DIA-TOTAL to WS-IDX2
                    move WS-DATA to DIA-DATA (WS-IDX2)
                    move zeros to DIA-DEPOSITO (WS-IDX2)
                        DIA-BANCO (WS-IDX2) DIA-CARTAO (WS-IDX2)
                        DIA-CHEQUE (WS-IDX2)
                else
                    move zeros to WS-IDX2
                end-if
            end-if.

      *> Deposit slips from FECHACX.DAT and the day's BANCO journal
      *> lines, both per day.
       LoadDays.
            move 'N' to WS-EOF
            open input FechaFile
            if FC-FS = "00"
                perform until WS-EOF = 'Y'
                    read FechaFile into WS-FECHA-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if FCI-DATA numeric
                                    and FCI-TOTAL numeric
                                move FCI-DATA to WS-DATA
                                perform InPeriod
                                if WS-ACHOU = 'Y'
                                    move FCI-DATA to WS-DATA
                                    perform FindDay
                                    if WS-IDX2 > zeros
                                        add FCI-TOTAL
                                            to DIA-DEPOSITO (WS-IDX2)
                                    end-if
                                end-if
                            end-if
                    end-read
                end-perform
                close FechaFile
            end-if
            move 'N' to WS-EOF
            open input CashJournal
            if CX-FS = "00"
                perform until WS-EOF = 'Y'
                    read CashJournal into WS-CASH-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if CXI-OPERADOR = "BANCO"
                                    and CXI-DATA numeric
                                move CXI-DATA to WS-DATA
                                perform InPeriod
                                if WS-ACHOU = 'Y'
                                    move CXI-DATA to WS-DATA
                                    perform FindDay
                                    if WS-IDX2 > zeros
                                        add CXI-VALOR
                                            to DIA-BANCO (WS-IDX2)
                                    end-if
                                end-if
                            end-if
                    end-read
                end-perform
                close CashJournal
            end-if.

       LoadCardSettlements.
            move 'N' to WS-EOF
            open input CardLiqFile
            if CL-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read CardLiqFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if CL-DATA-PAGTO numeric
                                and CL-LIQUIDO numeric
                            move CL-DATA-PAGTO to WS-DATA
                            perform InPeriod
                            if WS-ACHOU = 'Y'
                                move CL-DATA-PAGTO to WS-DATA
                                perform FindDay
                                if WS-IDX2 > zeros
                                    add CL-LIQUIDO
                                        to DIA-CARTAO (WS-IDX2)
                                end-if
                            end-if
                        end-if
                end-read
            end-perform
            close CardLiqFile.

       LoadChequeDeposits.
            move 'N' to WS-EOF
            open input ChequeFile
            if CQ-FS not = "00"
                exit paragraph
            end-if
            move low-values to CQ-CHAVE
            start ChequeFile key is >= CQ-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ChequeFile next record
                    at end move 'Y' to WS-EOF
                    not at end
                        if CQ-DEPOSITO numeric
                                and CQ-DEPOSITO > zeros
                            move CQ-DEPOSITO to WS-DATA
                            perform InPeriod
                            if WS-ACHOU = 'Y'
                                move CQ-DEPOSITO to WS-DATA
                                perform FindDay
                                if WS-IDX2 > zeros
                                    add CQ-VALOR
                                        to DIA-CHEQUE (WS-IDX2)
                                end-if
                            end-if
                        end-if
                end-read
            end-perform
            close ChequeFile.

       BuildDayItems.
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-DIA-TOTAL
                move DIA-DATA (WS-IDX) to NV-DATA
                move "C" to NV-DC
                if DIA-DEPOSITO (WS-IDX) > DIA-BANCO (WS-IDX)
                    move "DEP" to NV-TIPO
                    compute NV-VALOR =
                        DIA-DEPOSITO (WS-IDX) - DIA-BANCO (WS-IDX)
                    move "GUIA DE DEPOSITO" to NV-REF
                    perform AddBookLine
                end-if
                if DIA-BANCO (WS-IDX) > zeros
                    move "COB" to NV-TIPO
                    move DIA-BANCO (WS-IDX) to NV-VALOR
                    move "RETORNO COBRANCA" to NV-REF
                    perform AddBookLine
                end-if
                if DIA-CARTAO (WS-IDX) > zeros
                    move "CAR" to NV-TIPO
                    move DIA-CARTAO (WS-IDX) to NV-VALOR
                    move "LIQUIDACAO CARTAO" to NV-REF
                    perform AddBookLine
                end-if
                if DIA-CHEQUE (WS-IDX) > zeros
                    move "CHQ" to NV-TIPO
                    move DIA-CHEQUE (WS-IDX) to NV-VALOR
                    move "CHEQUES DEPOSITADOS" to NV-REF
                    perform AddBookLine
                end-if
            end-perform.

       AddBookLine.
            if WS-LV-TOTAL >= 600
                add 1 to WS-LV-RECUSADAS
                move NV-VALOR to WS-NV-VALOR-ED
                display "** book line table full (600) - "
                    NV-TIPO " " NV-DATA " " WS-NV-VALOR-ED
                display "   " NV-REF " not compared"
                exit paragraph
            end-if
            add 1 to WS-LV-TOTAL
            move NV-TIPO  to LV-TIPO (WS-LV-TOTAL)
            move NV-DC    to LV-DC (WS-LV-TOTAL)
            move NV-DATA  to LV-DATA (WS-LV-TOTAL)
            move NV-VALOR to LV-VALOR (WS-LV-TOTAL)
            move NV-REF   to LV-REF (WS-LV-TOTAL)
            move 'N'      to LV-CASADO (WS-LV-TOTAL).

       LoadSupplierPayments.
            move 'N' to WS-EOF
            open input PagosFile
            if PG-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read PagosFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PG-DATA numeric and PG-VALOR numeric
                            move PG-DATA to WS-DATA
                            perform InPeriod
                            if WS-ACHOU = 'Y'
                                move "FOR"    to NV-TIPO
                                move "D"      to NV-DC
                                move PG-DATA  to NV-DATA
                                move PG-VALOR to NV-VALOR
                                move spaces   to NV-REF
                                string "FORN " PG-FORN " NF " PG-NOTA
                                    delimited by size into NV-REF
                                end-string
                                perform AddBookLine
                            end-if
                        end-if
                end-read
            end-perform
            close PagosFile.

      *> The salaries of a month are credited early in the next one,
      *> so the payroll batch expected on this statement is the one of
      *> the month before the statement closes. It carries no payment
      *> date: any debit of its total inside the period matches.
       LoadPayroll.
            move WS-FIM(1:4) to WS-FOLHA-ANO
            move WS-FIM(5:2) to WS-FOLHA-MES
            if WS-FOLHA-MES = 1
                move 12 to WS-FOLHA-MES
                subtract 1 from WS-FOLHA-ANO
            else
                subtract 1 from WS-FOLHA-MES
            end-if
            move spaces to WS-SALCRED-FILENAME
            string "SALCRED" WS-FOLHA-ANO WS-FOLHA-MES ".TXT"
                delimited by size into WS-SALCRED-FILENAME
            end-string
            move 'N' to WS-EOF
            open input SalCredFile
            if SC-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read SalCredFile into WS-SAL-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        if ST-TIPO = "9" and ST-TOTAL numeric
                            move "FOL"     to NV-TIPO
                            move "D"       to NV-DC
                            move WS-INICIO to NV-DATA
                            move ST-TOTAL  to NV-VALOR
                            move WS-SALCRED-FILENAME to NV-REF
                            perform AddBookLine
                        end-if
                end-read
            end-perform
            close SalCredFile.

      *> First unmatched book line of the same direction and amount
      *> whose date is on or up to three days before the bank's.
       MatchStatement.
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-BC-TOTAL
                compute WS-BANCO-INT =
                    function integer-of-date(BC-DATA (WS-IDX))
                move 'N' to WS-ACHOU
                perform varying WS-IDX2 from 1 by 1
                        until WS-IDX2 > WS-LV-TOTAL or WS-ACHOU = 'Y'
                    if LV-CASADO (WS-IDX2) = 'N'
                            and LV-DC (WS-IDX2) = BC-DC (WS-IDX)
                            and LV-VALOR (WS-IDX2) = BC-VALOR (WS-IDX)
                        compute WS-DIAS = WS-BANCO-INT
                            - function integer-of-date(LV-DATA (WS-IDX2))
                        if LV-TIPO (WS-IDX2) = "FOL"
                                or (WS-DIAS >= 0
                                    and WS-DIAS <= WS-TOLERANCIA)
                            move 'Y' to WS-ACHOU
                            move 'Y' to LV-CASADO (WS-IDX2)
                            move WS-IDX2 to BC-LIVRO (WS-IDX)
                            add 1 to WS-CONCILIADOS
                        end-if
                    end-if
                end-perform
                if WS-ACHOU = 'N'
                    add 1 to WS-SO-BANCO
                end-if
            end-perform.

       WriteReport.
            move spaces to WS-REPORT-FILENAME
            string "BANCOCONC" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output ConcReport
            move spaces to ReportLine
            string "CONCILIACAO BANCARIA - CONTA " WS-CONTA
                delimited by size into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            string "Periodo do extrato " WS-INICIO " a " WS-FIM
                delimited by size into ReportLine
            end-string
            write ReportLine

            move spaces to ReportLine
            write ReportLine
            move "CONCILIADOS" to ReportLine
            write ReportLine
            move "EXTRATO  D/C           VALOR HISTORICO              TIP LIVROS   REFERENCIA"
                to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-BC-TOTAL
                if BC-LIVRO (WS-IDX) > zeros
                    perform MoveBankSide
                    move BC-LIVRO (WS-IDX) to WS-IDX2
                    move LV-TIPO (WS-IDX2) to ML-TIPO
                    move LV-DATA (WS-IDX2) to ML-LV-DATA
                    move LV-REF (WS-IDX2)  to ML-REF
                    write ReportLine from WS-MATCH-LINE
                end-if
            end-perform

            move spaces to ReportLine
            write ReportLine
            move "SO NO BANCO (sem lancamento nos nossos livros)"
                to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-BC-TOTAL
                if BC-LIVRO (WS-IDX) = zeros
                    perform MoveBankSide
                    move spaces to ML-TIPO ML-REF
                    move zeros  to ML-LV-DATA
                    write ReportLine from WS-MATCH-LINE
                end-if
            end-perform

            move spaces to ReportLine
            write ReportLine
            move "SO NOS NOSSOS LIVROS (nao apareceu no extrato)"
                to ReportLine
            write ReportLine
            perform varying WS-IDX2 from 1 by 1
                    until WS-IDX2 > WS-LV-TOTAL
                if LV-CASADO (WS-IDX2) = 'N'
                    add 1 to WS-SO-LIVROS
                    move zeros             to ML-DATA
                    move LV-DC (WS-IDX2)    to ML-DC
                    move LV-VALOR (WS-IDX2) to ML-VALOR
                    move spaces            to ML-HISTORICO
                    move LV-TIPO (WS-IDX2)  to ML-TIPO
                    move LV-DATA (WS-IDX2)  to ML-LV-DATA
                    move LV-REF (WS-IDX2)   to ML-REF
                    write ReportLine from WS-MATCH-LINE
                end-if
            end-perform

            compute WS-SALDO-CALC = WS-SALDO-INICIAL
                + WS-TOT-CREDITOS - WS-TOT-DEBITOS
            move spaces to ReportLine
            write ReportLine
            move "PROVA DE SALDO" to ReportLine
            write ReportLine
            move "SALDO INICIAL DO EXTRATO" to TL-ROTULO
            move WS-SALDO-INICIAL          to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "(+) CREDITOS"             to TL-ROTULO
            move WS-TOT-CREDITOS            to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "(-) DEBITOS"              to TL-ROTULO
            move WS-TOT-DEBITOS             to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move "(=) SALDO CALCULADO"      to TL-ROTULO
            move WS-SALDO-CALC              to TL-VALOR
            write ReportLine from WS-TOT-LINE
            if WS-TEM-TRAILER = 'Y'
                move "SALDO FINAL DO EXTRATO" to TL-ROTULO
                move WS-SALDO-FINAL           to TL-VALOR
                write ReportLine from WS-TOT-LINE
                if WS-SALDO-CALC = WS-SALDO-FINAL
                    move "SALDO CONFERE" to ReportLine
                else
                    move "** SALDO NAO CONFERE - EXTRATO INCOMPLETO **"
                        to ReportLine
                end-if
            else
                move "** EXTRATO SEM TRAILER - SALDO FINAL NAO INFORMADO **"
                    to ReportLine
            end-if
            write ReportLine
            close ConcReport
            move "CONCILIACAO BANCARIA" to RC-REPORT
            move "bancoconc"            to RC-PROGRAM
            move WS-REPORT-FILENAME     to RC-FILENAME
            compute RC-COUNT = WS-SO-BANCO + WS-SO-LIVROS
            call "rptcat" using WS-RC-AREA.

       MoveBankSide.
            move BC-DATA (WS-IDX)      to ML-DATA
            move BC-DC (WS-IDX)        to ML-DC
            move BC-VALOR (WS-IDX)     to ML-VALOR
            move BC-HISTORICO (WS-IDX) to ML-HISTORICO.

       END PROGRAM bancoconc.
