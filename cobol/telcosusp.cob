       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telcosusp.
       AUTHOR. VILMAR CATAFESTA.
      *> Nightly TELCO service suspension. Every customer with open
      *> items on CONTASREC.DAT is put to the svcstat rule (final
      *> dunning level with the demanded debt still open, or more
      *> than the TELCO.SUSP limit past due for 90+ days); those who
      *> meet it and are not suspended yet go to S on TELCO.STATUS.
      *> Accounts pagamento.cob or bancoimp.cob brought back under
      *> the rule since the last run sit at R and go back to A here.
      *>
      *> SUSPSWyyyymmdd.TXT (registered with rptcat) is the work list
      *> for the switch team: SUSPENDER lines to cut, REATIVAR lines
      *> to turn back on, and REVISAR lines for accounts still
      *> suspended although the rule no longer holds without any
      *> receipt behind it (a credit note, a write-down) - those are
      *> left for a person to decide. A suspended account with
      *> nothing open at all is not met by the sweep, so the S rows it
      *> did not reach are put to the rule afterwards.
      *>
      *> telco.cob rejects calls on an S account from its suspension
      *> date on with reason 07.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT StatusFile ASSIGN TO "TELCO.STATUS"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS ST-FS.
           SELECT SwitchFile ASSIGN TO WS-LIST-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS SW-FS.
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

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD StatusFile.
       01 StatusRec.
            02 SS-ACCOUNT    pic 9(08).
            02 SS-SITUACAO   pic x.
            02 SS-DATA       pic 9(08).
            02 SS-MOTIVO     pic x.
            02 SS-SALDO      pic 9(07)V99.
            02 SS-TARIFA-FAT pic 9(06).

       FD SwitchFile.
       01 SwitchLine       pic x(80).

       WORKING-STORAGE SECTION.
       01 CR-FS            pic xx.
       01 CUST-FS          pic 99.
       01 ST-FS            pic xx.
       01 SW-FS            pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-CUST-OPEN     pic x value 'N'.
       01 WS-CR-OPEN       pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-LIST-FILENAME pic x(20).
       01 WS-CUR-CLIENTE   pic 9(08) value zeros.
       01 WS-TEM-ABERTO    pic x.
       01 WS-NOME-CLIENTE  pic x(31).
       01 WS-ACAO          pic x(10).
       01 WS-SUSP-COUNT    pic 9(05) value zeros.
       01 WS-REAT-COUNT    pic 9(05) value zeros.
       01 WS-REV-COUNT     pic 9(05) value zeros.
       01 WS-ST-TOTAL      pic 9(03) value zeros.
       01 WS-ST-IDX        pic 9(03).
       01 WS-ST-ACHOU      pic 9(03).
       01 WS-ST-TAB.
           02 WS-ST-ITEM occurs 500 times.
               05 STT-ACCOUNT    pic 9(08).
               05 STT-SITUACAO   pic x.
               05 STT-DATA       pic 9(08).
               05 STT-MOTIVO     pic x.
               05 STT-SALDO      pic 9(07)V99.
               05 STT-TARIFA-FAT pic 9(06).
      *> Rows the sweep met this run, beside WS-ST-TAB so the table
      *> still writes back as TELCO.STATUS records.
       01 WS-ST-VISTOS.
           02 WS-ST-VISTO   pic x occurs 500 times value 'N'.

       01 WS-SV-AREA.
           05 SV-MODO       pic x.
           05 SV-CLIENTE    pic 9(08).
           05 SV-SUSPENDE   pic x.
           05 SV-MOTIVO     pic x.
           05 SV-SALDO-90   pic 9(07)V99.
           05 SV-RESULTADO  pic x.
           05 SV-TARIFA-FAT pic 9(06).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       01 WS-SWITCH-DETAIL.
           05 SD-ACAO      pic x(10).
           05 FILLER       pic x value space.
           05 SD-CONTA     pic 9(08).
           05 FILLER       pic x value space.
           05 SD-NOME      pic x(31).
           05 FILLER       pic x value space.
           05 SD-MOTIVO    pic x.
           05 FILLER       pic x value space.
           05 SD-SALDO     pic z,zzz,zz9.99.

       PROCEDURE DIVISION.
       001-Main.
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform LoadStatus
                perform SweepCustomers
                perform ReviewUnmet
                perform ReleasePending
                perform SaveStatus
                close SwitchFile
                move "SUSPENSAO TELCO" to RC-REPORT
                move "telcosusp" to RC-PROGRAM
                move WS-LIST-FILENAME to RC-FILENAME
                compute RC-COUNT = WS-SUSP-COUNT + WS-REAT-COUNT
                    + WS-REV-COUNT
                call "rptcat" using WS-RC-AREA
                display "TELCO suspension run complete"
                display "  suspended   : " WS-SUSP-COUNT
                display "  reactivated : " WS-REAT-COUNT
                display "  to review   : " WS-REV-COUNT
                display "  switch list : " WS-LIST-FILENAME
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open input ReceivFile
            if CR-FS not = "00"
                display "** ERROR ** unable to open CONTASREC.DAT, status " CR-FS
                move 'N' to WS-FILES-OK
            else
                move 'Y' to WS-CR-OPEN
            end-if
            open input CustomerFile
            if CUST-FS = 00
                move 'Y' to WS-CUST-OPEN
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            string "SUSPSW" delimited by size
                   WS-RUN-DATE delimited by size
                   ".TXT" delimited by size
                into WS-LIST-FILENAME
            end-string
            open output SwitchFile
            if SW-FS not = "00"
                display "** ERROR ** unable to open switch list, status " SW-FS
                move 'N' to WS-FILES-OK
            end-if.

       LoadStatus.
            move 'N' to WS-EOF
            open input StatusFile
            if ST-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read StatusFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if WS-ST-TOTAL < 500
                            add 1 to WS-ST-TOTAL
                            move StatusRec to WS-ST-ITEM (WS-ST-TOTAL)
                        end-if
                end-read
            end-perform
            close StatusFile.

      *> CONTASREC.DAT is keyed cliente+fatura, so one forward sweep
      *> meets each customer once; svcstat reads the customer's
      *> items itself at the break.
       SweepCustomers.
            move 'N' to WS-EOF
            move low-values to CR-CHAVE
            start ReceivFile key is >= CR-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            move 'N' to WS-TEM-ABERTO
            perform until WS-EOF = 'Y'
                read ReceivFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CR-CLIENTE not = WS-CUR-CLIENTE
                        if WS-TEM-ABERTO = 'Y'
                            perform CheckCustomer
                        end-if
                        move CR-CLIENTE to WS-CUR-CLIENTE
                        move 'N' to WS-TEM-ABERTO
                    end-if
                    if CR-VALOR-ORIG > CR-VALOR-PAGO
                        move 'Y' to WS-TEM-ABERTO
                    end-if
                end-if
            end-perform
            if WS-TEM-ABERTO = 'Y'
                perform CheckCustomer
            end-if.

       CheckCustomer.
            move 'A' to SV-MODO
            move WS-CUR-CLIENTE to SV-CLIENTE
            call "svcstat" using WS-SV-AREA
            perform FindStatus
            if WS-ST-ACHOU not = zeros
                move 'Y' to WS-ST-VISTO (WS-ST-ACHOU)
            end-if
            if SV-SUSPENDE = 'N'
                if WS-ST-ACHOU not = zeros
                    if STT-SITUACAO (WS-ST-ACHOU) = 'S'
                        perform ReviewLine
                    end-if
                end-if
                exit paragraph
            end-if
            if WS-ST-ACHOU not = zeros
                if STT-SITUACAO (WS-ST-ACHOU) = 'S'
                    exit paragraph
                end-if
            else
                if WS-ST-TOTAL >= 500
                    display "** TELCO.STATUS full - cliente "
                        WS-CUR-CLIENTE " not suspended"
                    exit paragraph
                end-if
                add 1 to WS-ST-TOTAL
                move WS-ST-TOTAL to WS-ST-ACHOU
                move 'Y' to WS-ST-VISTO (WS-ST-ACHOU)
                move WS-CUR-CLIENTE to STT-ACCOUNT (WS-ST-ACHOU)
                move zeros to STT-TARIFA-FAT (WS-ST-ACHOU)
            end-if
            move 'S'         to STT-SITUACAO (WS-ST-ACHOU)
            move WS-RUN-DATE to STT-DATA (WS-ST-ACHOU)
            move SV-MOTIVO   to STT-MOTIVO (WS-ST-ACHOU)
            move SV-SALDO-90 to STT-SALDO (WS-ST-ACHOU)
            move "SUSPENDER" to WS-ACAO
            add 1 to WS-SUSP-COUNT
            perform WriteSwitchLine.

      *> S rows of accounts the sweep did not meet - nothing open on
      *> CONTASREC.DAT any more - go to the rule the same way.
       ReviewUnmet.
            perform varying WS-ST-IDX from 1 by 1
                    until WS-ST-IDX > WS-ST-TOTAL
                if STT-SITUACAO (WS-ST-IDX) = 'S'
                        and WS-ST-VISTO (WS-ST-IDX) not = 'Y'
                    move 'A' to SV-MODO
                    move STT-ACCOUNT (WS-ST-IDX) to SV-CLIENTE
                                                    WS-CUR-CLIENTE
                    call "svcstat" using WS-SV-AREA
                    if SV-SUSPENDE = 'N'
                        perform ReviewLine
                    end-if
                end-if
            end-perform.

      *> Still suspended though the rule no longer holds and no
      *> receipt brought it back: listed for a person to decide.
       ReviewLine.
            move "REVISAR" to WS-ACAO
            add 1 to WS-REV-COUNT
            perform WriteSwitchLine.

      *> R rows were paid back under the rule by a receipt since the
      *> last run; the switch turns them on from this list.
       ReleasePending.
            perform varying WS-ST-IDX from 1 by 1
                    until WS-ST-IDX > WS-ST-TOTAL
                if STT-SITUACAO (WS-ST-IDX) = 'R'
                    move WS-ST-IDX to WS-ST-ACHOU
                    move STT-ACCOUNT (WS-ST-IDX) to WS-CUR-CLIENTE
                    move zeros to SV-SALDO-90
                    move space to SV-MOTIVO
                    move "REATIVAR" to WS-ACAO
                    add 1 to WS-REAT-COUNT
                    perform WriteSwitchLine
                    move 'A'         to STT-SITUACAO (WS-ST-IDX)
                    move WS-RUN-DATE to STT-DATA (WS-ST-IDX)
                end-if
            end-perform.

       FindStatus.
            move zeros to WS-ST-ACHOU
            perform varying WS-ST-IDX from 1 by 1
                    until WS-ST-IDX > WS-ST-TOTAL
                        or WS-ST-ACHOU not = zeros
                if STT-ACCOUNT (WS-ST-IDX) = WS-CUR-CLIENTE
                    move WS-ST-IDX to WS-ST-ACHOU
                end-if
            end-perform.

       WriteSwitchLine.
            move spaces to WS-NOME-CLIENTE
            if WS-CUST-OPEN = 'Y'
                move WS-CUR-CLIENTE to IDNum
                read CustomerFile
                    invalid key
                        move "** nome nao encontrado **" to WS-NOME-CLIENTE
                    not invalid key
                        string FirstName delimited by size
                               " "       delimited by size
                               LastName  delimited by size
                            into WS-NOME-CLIENTE
                        end-string
                end-read
            end-if
            move WS-ACAO         to SD-ACAO
            move WS-CUR-CLIENTE  to SD-CONTA
            move WS-NOME-CLIENTE to SD-NOME
            move SV-MOTIVO       to SD-MOTIVO
            move SV-SALDO-90     to SD-SALDO
            write SwitchLine from WS-SWITCH-DETAIL.

       SaveStatus.
            open output StatusFile
            if ST-FS not = "00"
                display "** ERROR ** unable to rewrite TELCO.STATUS, status "
                    ST-FS
                exit paragraph
            end-if
            perform varying WS-ST-IDX from 1 by 1
                    until WS-ST-IDX > WS-ST-TOTAL
                write StatusRec from WS-ST-ITEM (WS-ST-IDX)
            end-perform
            close StatusFile.

       CloseFiles.
            if WS-CR-OPEN = 'Y'
                close ReceivFile
            end-if
            if WS-CUST-OPEN = 'Y'
                close CustomerFile
            end-if.

       END PROGRAM telcosusp.
