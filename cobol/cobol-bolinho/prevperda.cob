       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prevperda.
       AUTHOR. VILMAR CATAFESTA.
      *> Weekly loss-prevention exception report by till operator
      *> (VH-OPERADOR). The till lets any operator take returns,
      *> redeem loyalty points and close a drawer short; this puts
      *> the week's figures for each operator next to the average of
      *> the operators of the same store (VH-LOJA of the operator's
      *> lines) and flags, for the manager, every measure more than
      *> the threshold percentage above that average:
      *>   - returns (VH-DEV = DEV, the SKU 0000 loyalty lines left
      *>     out): count and value refunded;
      *>   - returns with no matching original sale: taken without a
      *>     cupom (the till then only checks that the SKU sold that
      *>     day), or whose cupom holds no sale line for the SKU;
      *>   - returns outside the session of the sale: the cupom's sale
      *>     line was rung on another day or by another operator;
      *>   - loyalty redemptions (AUDIT.DAT FIDELID.DAT lines with
      *>     action RSG) on an account the same operator had credited
      *>     points to (an UPD/ADD line that raised the balance) in the
      *>     previous 180 days;
      *>   - over/short: closed SESSAO.DAT sessions of the week with a
      *>     difference, and the sum of the differences either way.
      *> The week is the seven days ending yesterday. PREVPERDA.TXT,
      *> when present, holds the threshold in columns 1-3 (percent,
      *> default 050) and optionally, in columns 5-12, the last day of
      *> the week to report (AAAAMMDD). Report: PREVPERDAyyyymmdd.TXT,
      *> registered with rptcat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VENDHIST ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS VH-CHAVE
                         ALTERNATE RECORD KEY IS VH-SKU
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-OPERADOR
                             WITH DUPLICATES
                         ALTERNATE RECORD KEY IS VH-CUPOM
                             WITH DUPLICATES
                         FILE STATUS  IS VENDHIST-FS.
           SELECT AuditFile ASSIGN TO "AUDIT.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS AUD-FS.
           SELECT SessaoFile ASSIGN TO "SESSAO.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS SESSAO-FS.
           SELECT ParmFile ASSIGN TO "PREVPERDA.TXT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PARM-FS.
           SELECT PerdaReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VENDHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 VENDA-HIST.
           05 VH-CHAVE.
               10 VH-DATA      PIC 9(08).
               10 VH-SEQ       PIC 9(06).
           05 VH-SKU           PIC 9(04).
           05 VH-QTD           PIC 9(04).
           05 VH-VALOR         PIC 9(04)V99.
           05 VH-OPERADOR      PIC X(10).
           05 VH-LOJA          PIC 9(02).
           05 VH-PROMO-TIPO    PIC X(01).
           05 VH-PROMO-COD     PIC 9(04).
           05 VH-TENDER        PIC X(01).
           05 VH-DEV           PIC X(03).
           05 VH-LOTE          PIC 9(04).
           05 VH-CUPOM         PIC 9(06).

       FD AuditFile.
       01 AuditRec         pic x(270).

       FD SessaoFile.
       01 SessaoRec        pic x(70).

       FD ParmFile.
       01 ParmRec          pic x(20).

       FD PerdaReport.
       01 ReportLine       pic x(110).

       WORKING-STORAGE SECTION.
       01 VENDHIST-FS      pic xx.
       01 AUD-FS           pic xx.
       01 SESSAO-FS        pic xx.
       01 PARM-FS          pic xx.
       01 RPT-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-FIM           pic x.
       01 WS-ACHOU         pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-INI-DATA      pic 9(08).
       01 WS-FIM-DATA      pic 9(08).
       01 WS-CREDITO-DATA  pic 9(08).
       01 WS-DATA-INT      pic 9(07).
       01 WS-LIMIAR        pic 9(03) value 50.
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-OPERADOR      pic x(10).
       01 WS-IDX           pic 9(04).
       01 WS-IDX2          pic 9(04).
       01 WS-M             pic 9.
       01 WS-LOJA          pic 9(03).
       01 WS-VALOR         pic 9(08)V99.
       01 WS-PONTOS-ANTES  pic 9(06).
       01 WS-PONTOS-DEPOIS pic 9(06).
       01 WS-CLIENTE       pic 9(08).
       01 WS-CORTE         pic 9(09)V99.
       01 WS-MARCADOS      pic 9(05) value zeros.
       01 WS-OPS-MARCADOS  pic 9(05) value zeros.
       01 WS-MARCOU-OP     pic x.
       01 WS-DEV-PERDIDAS  pic 9(05) value zeros.
       01 WS-PAR-PERDIDOS  pic 9(05) value zeros.

      *> One row per operator seen in the week. The six measures are
      *> held side by side so the store average and the flagging
      *> loop over them alike:
      *>   1 returns   2 value returned   3 no original sale
      *>   4 outside the sale's session   5 redemptions on accounts
      *>   the operator credited   6 over/short total.
       01 WS-OP-QTD        pic 9(03) value zeros.
       01 WS-OP-TAB.
           02 WS-OP occurs 200 times.
               05 OP-NOME      pic x(10).
               05 OP-LOJA      pic 9(02).
               05 OP-TEM-LOJA  pic x.
               05 OP-VENDAS    pic 9(05).
               05 OP-VENDAS-VL pic 9(08)V99.
               05 OP-RESGATES  pic 9(05).
               05 OP-SESSOES   pic 9(03).
               05 OP-SESS-DIF  pic 9(03).
               05 OP-MED       pic 9(08)V99 occurs 6 times.
               05 OP-FLAG      pic x occurs 6 times.

      *> Returns of the week held for the cupom look-up, which moves
      *> the VENDHIST.DAT position off the date-ordered sweep.
       01 WS-DEV-QTD       pic 9(04) value zeros.
       01 WS-DEV-TAB.
           02 WS-DEV occurs 2000 times.
               05 DV-OP        pic 9(03).
               05 DV-DATA      pic 9(08).
               05 DV-SKU       pic 9(04).
               05 DV-CUPOM     pic 9(06).

      *> Loyalty accounts credited, by whom, from AUDIT.DAT.
       01 WS-PAR-QTD       pic 9(04) value zeros.
       01 WS-PAR-TAB.
           02 WS-PAR occurs 5000 times.
               05 PR-CLIENTE   pic 9(08).
               05 PR-OPERADOR  pic x(10).

      *> Store averages for the store being printed.
       01 WS-LJ-OPS        pic 9(03).
       01 WS-LJ-MEDIA      pic 9(08)V99 occurs 6 times.

       01 WS-MED-NOMES.
           05 FILLER       pic x(24) value "DEVOLUCOES (QTD)".
           05 FILLER       pic x(24) value "DEVOLUCOES (VALOR)".
           05 FILLER       pic x(24) value "DEVOL. SEM VENDA ORIG.".
           05 FILLER       pic x(24) value "DEVOL. FORA DA SESSAO".
           05 FILLER       pic x(24) value "RESGATE CONTA CREDITADA".
           05 FILLER       pic x(24) value "QUEBRA DE CAIXA".
       01 WS-MED-NOMES-R redefines WS-MED-NOMES.
           05 WS-MED-NOME  pic x(24) occurs 6 times.

       01 WS-AUD-IN        pic x(270).
       01 WS-AUD-IN-R redefines WS-AUD-IN.
           05 AI-DATE      pic x(08).
           05 FILLER       pic x.
           05 AI-TIME      pic x(06).
           05 FILLER       pic x.
           05 AI-FILE      pic x(12).
           05 FILLER       pic x.
           05 AI-KEY       pic x(20).
           05 FILLER       pic x.
           05 AI-OPERATOR  pic x(10).
           05 FILLER       pic x.
           05 AI-ACTION    pic x(03).
           05 FILLER       pic x.
           05 AI-BEFORE.
               10 AI-BEF-CLIENTE pic x(08).
               10 AI-BEF-PONTOS  pic x(06).
               10 FILLER         pic x(86).
           05 FILLER       pic x.
           05 AI-AFTER.
               10 AI-AFT-CLIENTE pic x(08).
               10 AI-AFT-PONTOS  pic x(06).
               10 FILLER         pic x(86).
           05 FILLER       pic x(04).

       01 WS-SESSAO-IN     pic x(70).
       01 WS-SESSAO-IN-R redefines WS-SESSAO-IN.
           02 SSI-DATA     pic 9(08).
           02 FILLER       pic x.
           02 SSI-OPERADOR pic x(10).
           02 FILLER       pic x.
           02 SSI-STATUS   pic x.
           02 FILLER       pic x(07).
           02 SSI-FUNDO    pic 9(06)V99.
           02 FILLER       pic x(05).
           02 SSI-DIF      pic s9(08)V99 sign leading separate.
           02 FILLER       pic x(18).

       01 WS-PARM-IN       pic x(20).
       01 WS-PARM-IN-R redefines WS-PARM-IN.
           05 PI-LIMIAR    pic x(03).
           05 FILLER       pic x.
           05 PI-FIM-DATA  pic x(08).
           05 FILLER       pic x(08).

       01 WS-HDR-LINE.
           05 FILLER       pic x(11) value "OPERADOR".
           05 FILLER       pic x(13) value "  VENDAS(R$)".
           05 FILLER       pic x(07) value "  DEV".
           05 FILLER       pic x(13) value "   DEV(R$)".
           05 FILLER       pic x(07) value " S/ORG".
           05 FILLER       pic x(07) value "  FORA".
           05 FILLER       pic x(07) value "  RESG".
           05 FILLER       pic x(13) value "  QUEBRA(R$)".
           05 FILLER       pic x(10) value "  SES/DIF".

       01 WS-DET-LINE.
           05 DL-NOME      pic x(10).
           05 FILLER       pic x value space.
           05 DL-VENDAS    pic z(8)9.99.
           05 FILLER       pic x value space.
           05 DL-DEV       pic zzzz9.
           05 DL-F1        pic x.
           05 FILLER       pic x value space.
           05 DL-DEV-VL    pic z(7)9.99.
           05 DL-F2        pic x.
           05 FILLER       pic x value space.
           05 DL-SEMORIG   pic zzzz9.
           05 DL-F3        pic x.
           05 FILLER       pic x value space.
           05 DL-FORA      pic zzzz9.
           05 DL-F4        pic x.
           05 FILLER       pic x value space.
           05 DL-RESG      pic zzzz9.
           05 DL-F5        pic x.
           05 FILLER       pic x value space.
           05 DL-QUEBRA    pic z(7)9.99.
           05 DL-F6        pic x.
           05 FILLER       pic x(02) value spaces.
           05 DL-SESSOES   pic zz9.
           05 FILLER       pic x value "/".
           05 DL-SESS-DIF  pic zz9.

       01 WS-AVG-LINE.
           05 AL-ROTULO    pic x(24).
           05 AL-DEV       pic zzzz9.99.
           05 FILLER       pic x value space.
           05 AL-DEV-VL    pic z(7)9.99.
           05 FILLER       pic x value space.
           05 AL-SEMORIG   pic zzz9.99.
           05 FILLER       pic x value space.
           05 AL-FORA      pic zzz9.99.
           05 FILLER       pic x value space.
           05 AL-RESG      pic zzz9.99.
           05 FILLER       pic x value space.
           05 AL-QUEBRA    pic z(7)9.99.

       01 WS-EXC-LINE.
           05 EL-LOJA      pic 99.
           05 FILLER       pic x(02) value spaces.
           05 EL-NOME      pic x(10).
           05 FILLER       pic x(02) value spaces.
           05 EL-MEDIDA    pic x(24).
           05 FILLER       pic x value space.
           05 EL-VALOR     pic z(7)9.99.
           05 FILLER       pic x(14) value "  MEDIA LOJA ".
           05 EL-MEDIA     pic z(7)9.99.
           05 FILLER       pic x(02) value spaces.
           05 EL-PCT       pic zzzz9.
           05 FILLER       pic x value "%".

       01 WS-PCT           pic 9(05).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-DATA-INT = function integer-of-date(WS-RUN-DATE) - 1
            compute WS-FIM-DATA = function date-of-integer(WS-DATA-INT)
            perform LoadParm
            compute WS-DATA-INT = function integer-of-date(WS-FIM-DATA)
            compute WS-INI-DATA = function date-of-integer(WS-DATA-INT - 6)
            compute WS-CREDITO-DATA =
                function date-of-integer(WS-DATA-INT - 186)

            open input ARQUIVO-VENDHIST
            if VENDHIST-FS not = "00"
                display "** ERROR ** unable to open VENDHIST.DAT, status " VENDHIST-FS
                move 8 to return-code
                stop run
            end-if
            perform SweepSales
            perform CheckReturns
            close ARQUIVO-VENDHIST
            perform SweepAudit
            perform SweepSessions

            move spaces to WS-REPORT-FILENAME
            string "PREVPERDA" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output PerdaReport
            if RPT-FS not = "00"
                display "** ERROR ** unable to open " WS-REPORT-FILENAME
                    ", status " RPT-FS
                move 8 to return-code
                stop run
            end-if
            perform WriteReport
            close PerdaReport

            move "PREVENCAO DE PERDAS" to RC-REPORT
            move "prevperda"           to RC-PROGRAM
            move WS-REPORT-FILENAME    to RC-FILENAME
            move WS-OPS-MARCADOS       to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Loss-prevention week " WS-INI-DATA " to " WS-FIM-DATA
            display "  operators          : " WS-OP-QTD
            display "  operators flagged  : " WS-OPS-MARCADOS
            display "  measures flagged   : " WS-MARCADOS
            display "  report             : " WS-REPORT-FILENAME
            stop run.

       LoadParm.
            open input ParmFile
            if PARM-FS = "00"
                read ParmFile into WS-PARM-IN
                    not at end
                        if PI-LIMIAR numeric
                            move PI-LIMIAR to WS-LIMIAR
                        end-if
                        if PI-FIM-DATA numeric
                                and PI-FIM-DATA not = zeros
                            move PI-FIM-DATA to WS-FIM-DATA
                        end-if
                end-read
                close ParmFile
            end-if.

      *> The week's lines in date order: sales give each operator a
      *> store and the turnover, returns are counted and kept for the
      *> cupom check. Gift cards sold (VPR) and loyalty redemption
      *> lines (DEV on SKU 0000) are not merchandise.
       SweepSales.
            move 'N' to WS-EOF
            move WS-INI-DATA to VH-DATA
            move zeros to VH-SEQ
            start ARQUIVO-VENDHIST key is >= VH-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if VH-DATA > WS-FIM-DATA
                        move 'Y' to WS-EOF
                    else
                        perform OneSale
                    end-if
                end-if
            end-perform.

       OneSale.
            if VH-DEV = "VPR"
                exit paragraph
            end-if
            if VH-DEV = "DEV" and VH-SKU = zeros
                exit paragraph
            end-if
            move VH-OPERADOR to WS-OPERADOR
            perform FindOperator
            if WS-IDX = zeros
                exit paragraph
            end-if
            if OP-TEM-LOJA (WS-IDX) = 'N'
                move VH-LOJA to OP-LOJA (WS-IDX)
                move 'S'     to OP-TEM-LOJA (WS-IDX)
            end-if
            compute WS-VALOR = VH-VALOR * VH-QTD
            if VH-DEV = "DEV"
                add 1        to OP-MED (WS-IDX, 1)
                add WS-VALOR to OP-MED (WS-IDX, 2)
                if WS-DEV-QTD < 2000
                    add 1 to WS-DEV-QTD
                    move WS-IDX    to DV-OP (WS-DEV-QTD)
                    move VH-DATA   to DV-DATA (WS-DEV-QTD)
                    move VH-SKU    to DV-SKU (WS-DEV-QTD)
                    move VH-CUPOM  to DV-CUPOM (WS-DEV-QTD)
                else
                    add 1 to WS-DEV-PERDIDAS
                end-if
            else
                add 1        to OP-VENDAS (WS-IDX)
                add WS-VALOR to OP-VENDAS-VL (WS-IDX)
            end-if.

      *> A return without a cupom has no sale to tie to. With a cupom
      *> the cupom's lines are read by the VH-CUPOM key looking for
      *> the sale line of the SKU; one rung on another day or by
      *> another operator was returned outside its session.
       CheckReturns.
            perform varying WS-IDX2 from 1 by 1
                    until WS-IDX2 > WS-DEV-QTD
                move DV-OP (WS-IDX2) to WS-IDX
                if DV-CUPOM (WS-IDX2) = zeros
                    add 1 to OP-MED (WS-IDX, 3)
                else
                    perform FindOriginal
                    if WS-ACHOU = 'N'
                        add 1 to OP-MED (WS-IDX, 3)
                    else
                        if VH-DATA not = DV-DATA (WS-IDX2)
                                or VH-OPERADOR not = OP-NOME (WS-IDX)
                            add 1 to OP-MED (WS-IDX, 4)
                        end-if
                    end-if
                end-if
            end-perform.

       FindOriginal.
            move 'N' to WS-ACHOU
            move 'N' to WS-FIM
            move DV-CUPOM (WS-IDX2) to VH-CUPOM
            start ARQUIVO-VENDHIST key is = VH-CUPOM
                invalid key move 'Y' to WS-FIM
            end-start
            perform until WS-FIM = 'Y'
                read ARQUIVO-VENDHIST next record
                    at end move 'Y' to WS-FIM
                end-read
                if WS-FIM = 'N'
                    if VH-CUPOM not = DV-CUPOM (WS-IDX2)
                        move 'Y' to WS-FIM
                    else
                        if VH-DEV = spaces
                                and VH-SKU = DV-SKU (WS-IDX2)
                            move 'S' to WS-ACHOU
                            move 'Y' to WS-FIM
                        end-if
                    end-if
                end-if
            end-perform.

      *> AUDIT.DAT is written in time order, so an account counts as
      *> credited by the operator only when the credit came before
      *> the redemption.
       SweepAudit.
            open input AuditFile
            if AUD-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read AuditFile into WS-AUD-IN
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if AI-FILE = "FIDELID.DAT"
                            and AI-DATE >= WS-CREDITO-DATA
                            and AI-DATE <= WS-FIM-DATA
                            and AI-AFT-CLIENTE numeric
                        perform OneLoyalty
                    end-if
                end-if
            end-perform
            close AuditFile.

       OneLoyalty.
            move AI-AFT-CLIENTE to WS-CLIENTE
            move AI-OPERATOR    to WS-OPERADOR
            if AI-ACTION = "RSG"
                if AI-DATE >= WS-INI-DATA
                    perform FindOperator
                    if WS-IDX > zeros
                        add 1 to OP-RESGATES (WS-IDX)
                        perform FindPair
                        if WS-ACHOU = 'S'
                            add 1 to OP-MED (WS-IDX, 5)
                        end-if
                    end-if
                end-if
                exit paragraph
            end-if
            if AI-BEF-PONTOS numeric
                move AI-BEF-PONTOS to WS-PONTOS-ANTES
            else
                move zeros to WS-PONTOS-ANTES
            end-if
            if AI-AFT-PONTOS numeric
                move AI-AFT-PONTOS to WS-PONTOS-DEPOIS
            else
                move zeros to WS-PONTOS-DEPOIS
            end-if
            if WS-PONTOS-DEPOIS > WS-PONTOS-ANTES
                perform FindPair
                if WS-ACHOU = 'N'
                    if WS-PAR-QTD < 5000
                        add 1 to WS-PAR-QTD
                        move WS-CLIENTE  to PR-CLIENTE (WS-PAR-QTD)
                        move WS-OPERADOR to PR-OPERADOR (WS-PAR-QTD)
                    else
                        add 1 to WS-PAR-PERDIDOS
                    end-if
                end-if
            end-if.

       FindPair.
            move 'N' to WS-ACHOU
            perform varying WS-IDX2 from 1 by 1
                    until WS-IDX2 > WS-PAR-QTD or WS-ACHOU = 'S'
                if PR-CLIENTE (WS-IDX2) = WS-CLIENTE
                        and PR-OPERADOR (WS-IDX2) = WS-OPERADOR
                    move 'S' to WS-ACHOU
                end-if
            end-perform.

      *> Closed sessions of the week; shortage and overage both
      *> count towards the over/short total.
       SweepSessions.
            open input SessaoFile
            if SESSAO-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read SessaoFile into WS-SESSAO-IN
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if SSI-STATUS = 'F' and SSI-DATA numeric
                            and SSI-DATA >= WS-INI-DATA
                            and SSI-DATA <= WS-FIM-DATA
                        move SSI-OPERADOR to WS-OPERADOR
                        perform FindOperator
                        if WS-IDX > zeros
                            add 1 to OP-SESSOES (WS-IDX)
                            if SSI-DIF not = zeros
                                add 1 to OP-SESS-DIF (WS-IDX)
                                add function abs(SSI-DIF)
                                    to OP-MED (WS-IDX, 6)
                            end-if
                        end-if
                    end-if
                end-if
            end-perform
            close SessaoFile.

      *> Finds WS-OPERADOR in the table, adding it when new; WS-IDX
      *> is zero only when the table is full.
       FindOperator.
            move zeros to WS-IDX
            perform varying WS-IDX2 from 1 by 1
                    until WS-IDX2 > WS-OP-QTD or WS-IDX > zeros
                if OP-NOME (WS-IDX2) = WS-OPERADOR
                    move WS-IDX2 to WS-IDX
                end-if
            end-perform
            if WS-IDX = zeros and WS-OP-QTD < 200
                add 1 to WS-OP-QTD
                move WS-OP-QTD to WS-IDX
                initialize WS-OP (WS-IDX)
                move WS-OPERADOR to OP-NOME (WS-IDX)
                move 'N' to OP-TEM-LOJA (WS-IDX)
            end-if.

      *> One block per store, operators with no till line in the week
      *> (sessions or loyalty only) under store 00. Each store's
      *> average is taken over its operators and every measure above
      *> average * (100 + threshold) / 100 is marked '*'; the
      *> exceptions page repeats the marked ones for the manager.
       WriteReport.
            move spaces to ReportLine
            string "PREVENCAO DE PERDAS POR OPERADOR - SEMANA "
                   WS-INI-DATA " A " WS-FIM-DATA
                   "   LIMIAR " WS-LIMIAR "% ACIMA DA MEDIA DA LOJA"
                delimited by size into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            perform varying WS-LOJA from 0 by 1 until WS-LOJA > 99
                perform StoreAverage
                if WS-LJ-OPS > zeros
                    perform WriteStore
                end-if
            end-perform
            perform WriteExceptions.

       StoreAverage.
            move zeros to WS-LJ-OPS
            perform varying WS-M from 1 by 1 until WS-M > 6
                move zeros to WS-LJ-MEDIA (WS-M)
            end-perform
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-OP-QTD
                if OP-LOJA (WS-IDX) = WS-LOJA
                    add 1 to WS-LJ-OPS
                    perform varying WS-M from 1 by 1 until WS-M > 6
                        add OP-MED (WS-IDX, WS-M) to WS-LJ-MEDIA (WS-M)
                    end-perform
                end-if
            end-perform
            if WS-LJ-OPS > zeros
                perform varying WS-M from 1 by 1 until WS-M > 6
                    compute WS-LJ-MEDIA (WS-M) rounded =
                        WS-LJ-MEDIA (WS-M) / WS-LJ-OPS
                end-perform
            end-if.

       WriteStore.
            move spaces to ReportLine
            string "LOJA " WS-LOJA (2:2) "  (" WS-LJ-OPS " OPERADORES)"
                delimited by size into ReportLine
            end-string
            write ReportLine
            write ReportLine from WS-HDR-LINE
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-OP-QTD
                if OP-LOJA (WS-IDX) = WS-LOJA
                    perform FlagOperator
                    perform WriteOperator
                end-if
            end-perform
            move "MEDIA DA LOJA"     to AL-ROTULO
            move WS-LJ-MEDIA (1)     to AL-DEV
            move WS-LJ-MEDIA (2)     to AL-DEV-VL
            move WS-LJ-MEDIA (3)     to AL-SEMORIG
            move WS-LJ-MEDIA (4)     to AL-FORA
            move WS-LJ-MEDIA (5)     to AL-RESG
            move WS-LJ-MEDIA (6)     to AL-QUEBRA
            write ReportLine from WS-AVG-LINE
            move spaces to ReportLine
            write ReportLine.

       FlagOperator.
            move 'N' to WS-MARCOU-OP
            perform varying WS-M from 1 by 1 until WS-M > 6
                compute WS-CORTE rounded =
                    WS-LJ-MEDIA (WS-M) * (100 + WS-LIMIAR) / 100
                if OP-MED (WS-IDX, WS-M) > zeros
                        and OP-MED (WS-IDX, WS-M) > WS-CORTE
                    move '*' to OP-FLAG (WS-IDX, WS-M)
                    add 1 to WS-MARCADOS
                    move 'S' to WS-MARCOU-OP
                end-if
            end-perform
            if WS-MARCOU-OP = 'S'
                add 1 to WS-OPS-MARCADOS
            end-if.

       WriteOperator.
            move OP-NOME (WS-IDX)       to DL-NOME
            move OP-VENDAS-VL (WS-IDX)  to DL-VENDAS
            move OP-MED (WS-IDX, 1)     to DL-DEV
            move OP-MED (WS-IDX, 2)     to DL-DEV-VL
            move OP-MED (WS-IDX, 3)     to DL-SEMORIG
            move OP-MED (WS-IDX, 4)     to DL-FORA
            move OP-MED (WS-IDX, 5)     to DL-RESG
            move OP-MED (WS-IDX, 6)     to DL-QUEBRA
            move OP-FLAG (WS-IDX, 1)    to DL-F1
            move OP-FLAG (WS-IDX, 2)    to DL-F2
            move OP-FLAG (WS-IDX, 3)    to DL-F3
            move OP-FLAG (WS-IDX, 4)    to DL-F4
            move OP-FLAG (WS-IDX, 5)    to DL-F5
            move OP-FLAG (WS-IDX, 6)    to DL-F6
            move OP-SESSOES (WS-IDX)    to DL-SESSOES
            move OP-SESS-DIF (WS-IDX)   to DL-SESS-DIF
            write ReportLine from WS-DET-LINE.

       WriteExceptions.
            move spaces to ReportLine
            string "EXCECOES PARA O GERENTE (" WS-OPS-MARCADOS
                   " OPERADORES, " WS-MARCADOS " MEDIDAS)"
                delimited by size into ReportLine
            end-string
            write ReportLine
            move all "-" to ReportLine
            write ReportLine
            perform varying WS-LOJA from 0 by 1 until WS-LOJA > 99
                perform StoreAverage
                if WS-LJ-OPS > zeros
                    perform varying WS-IDX from 1 by 1
                            until WS-IDX > WS-OP-QTD
                        if OP-LOJA (WS-IDX) = WS-LOJA
                            perform WriteOperatorExceptions
                        end-if
                    end-perform
                end-if
            end-perform
            if WS-MARCADOS = zeros
                move "Nenhum operador acima do limiar na semana."
                    to ReportLine
                write ReportLine
            end-if
            if WS-DEV-PERDIDAS > zeros or WS-PAR-PERDIDOS > zeros
                move spaces to ReportLine
                write ReportLine
                move spaces to ReportLine
                string "Atencao: tabelas cheias - devolucoes sem "
                       "conferencia de cupom " WS-DEV-PERDIDAS
                       ", creditos de fidelidade ignorados "
                       WS-PAR-PERDIDOS
                    delimited by size into ReportLine
                end-string
                write ReportLine
            end-if.

       WriteOperatorExceptions.
            perform varying WS-M from 1 by 1 until WS-M > 6
                if OP-FLAG (WS-IDX, WS-M) = '*'
                    move WS-LOJA               to EL-LOJA
                    move OP-NOME (WS-IDX)      to EL-NOME
                    move WS-MED-NOME (WS-M)    to EL-MEDIDA
                    move OP-MED (WS-IDX, WS-M) to EL-VALOR
                    move WS-LJ-MEDIA (WS-M)    to EL-MEDIA
                    if WS-LJ-MEDIA (WS-M) > zeros
                        compute WS-PCT rounded =
                            (OP-MED (WS-IDX, WS-M) - WS-LJ-MEDIA (WS-M))
                            * 100 / WS-LJ-MEDIA (WS-M)
                    else
                        move zeros to WS-PCT
                    end-if
                    move WS-PCT                to EL-PCT
                    write ReportLine from WS-EXC-LINE
                end-if
            end-perform.
