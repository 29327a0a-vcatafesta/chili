       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. svcstat.
       AUTHOR. VILMAR CATAFESTA.
      *> TELCO service status of one account, the rule kept in one
      *> place for everyone who needs it. TELCO.STATUS (shop
      *> directory, beside TELCO.PREPAID) holds a row per account
      *> ever suspended: A active, S suspended, R reactivation
      *> pending - paid up, waiting for the switch team to turn the
      *> line back on. An account with no row is active.
      *>
      *> An account is due for suspension when
      *>   - it has more than the TELCO.SUSP limit past due for more
      *>     than the TELCO.SUSP days (90 unless set), or
      *>   - DUNNING.DAT has it at the final demand and the debt that
      *>     demand was about (anything due before the letter date)
      *>     is still open.
      *> Items under a PLANOPAG.DAT plan count installment by
      *> installment, the same allocation dunning.cob applies.
      *>
      *> SV-MODO 'A' only evaluates the rule (telcosusp.cob, the
      *> nightly step). SV-MODO 'P' is called by pagamento.cob and
      *> bancoimp.cob after a receipt: a suspended account that no
      *> longer meets the rule goes to R and the reactivation fee is
      *> invoiced the way chequecust.cob invoices its returned-cheque
      *> fee (FATURA.DAT + FATURAIT.DAT + CONTASREC.DAT). The caller
      *> must have its own CONTASREC.DAT closed for the 'P' call.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatusFile ASSIGN TO "TELCO.STATUS"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS ST-FS.
           SELECT ParmFile ASSIGN TO "TELCO.SUSP"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS SP-FS.
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
           SELECT DunningFile ASSIGN TO "DUNNING.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DN-CLIENTE
                         FILE STATUS  IS DUN-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT FaturaItFile ASSIGN TO "FATURAIT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FATIT-CHAVE
                         FILE STATUS  IS FATIT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD StatusFile.
       01 StatusRec.
            02 SS-ACCOUNT    pic 9(08).
            02 SS-SITUACAO   pic x.
            02 SS-DATA       pic 9(08).
            02 SS-MOTIVO     pic x.
            02 SS-SALDO      pic 9(07)V99.
            02 SS-TARIFA-FAT pic 9(06).

       FD ParmFile.
       01 ParmRec.
            02 SP-LIMITE     pic 9(07)V99.
            02 SP-DIAS       pic 9(03).
            02 SP-TARIFA     pic 9(04)V99.

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

       FD DunningFile.
       01 DunningData.
            02 DN-CLIENTE pic 9(08).
            02 DN-NIVEL   pic 9.
            02 DN-DATA    pic 9(08).

       FD FaturaFile.
       01 FaturaData.
            02 FAT-NUM      pic 9(06).
            02 FAT-CLIENTE  pic 9(08).
            02 FAT-DATA     pic 9(08).
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD FaturaItFile.
       01 FaturaItData.
            02 FATIT-CHAVE.
               03 FATIT-NUM pic 9(06).
               03 FATIT-SEQ pic 9(02).
            02 FATIT-SKU    pic 9(04).
            02 FATIT-NOTA   pic x(30).
            02 FATIT-VALOR  pic 9(04)V99.

       WORKING-STORAGE SECTION.
       01 ST-FS            pic xx.
       01 SP-FS            pic xx.
       01 CR-FS            pic xx.
       01 PLAN-FS          pic xx.
       01 DUN-FS           pic xx.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 WS-EOF           pic x.
       01 WS-PLAN-OPEN     pic x.
       01 WS-PLAN-EOF      pic x.
       01 WS-TEM-PLANO     pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-VENC-INT      pic 9(07).
       01 WS-DIAS-ATRASO   pic s9(05).
       01 WS-ITEM-SALDO    pic 9(06)V99.
       01 WS-ITEM-VENC     pic 9(08).
       01 WS-PAGO-REST     pic 9(06)V99.
       01 WS-NIVEL         pic 9.
       01 WS-NIVEL-DATA    pic 9(08).
       01 WS-SALDO-90      pic 9(07)V99.
       01 WS-SALDO-DEMANDA pic 9(07)V99.
       01 WS-LIMITE        pic 9(07)V99.
       01 WS-DIAS          pic 9(03).
       01 WS-TARIFA        pic 9(04)V99.
       01 WS-FAT-PROX      pic 9(06).
       01 WS-ST-TOTAL      pic 9(03).
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

       LINKAGE SECTION.
       01 SV-AREA.
           05 SV-MODO       pic x.
           05 SV-CLIENTE    pic 9(08).
           05 SV-SUSPENDE   pic x.
           05 SV-MOTIVO     pic x.
           05 SV-SALDO-90   pic 9(07)V99.
           05 SV-RESULTADO  pic x.
           05 SV-TARIFA-FAT pic 9(06).

       PROCEDURE DIVISION USING SV-AREA.
       001-Main.
            move 'N'   to SV-SUSPENDE SV-RESULTADO
            move space to SV-MOTIVO
            move zeros to SV-SALDO-90 SV-TARIFA-FAT
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            perform LoadParms
            if SV-MODO = 'P'
                perform LoadStatus
                perform FindStatus
                if WS-ST-ACHOU = zeros
                    goback
                end-if
                if STT-SITUACAO (WS-ST-ACHOU) not = 'S'
                    goback
                end-if
            end-if
            perform EvaluateRule
            if SV-MODO = 'P'
                if SV-SUSPENDE = 'Y'
                    move 'S' to SV-RESULTADO
                else
                    perform Reactivate
                end-if
            end-if
            goback.

      *> TELCO.SUSP is one line: limit 9(7)V99, days 9(3), fee
      *> 9(4)V99. No file, or a zero field, keeps the default.
       LoadParms.
            move 500.00 to WS-LIMITE
            move 90     to WS-DIAS
            move 25.00  to WS-TARIFA
            open input ParmFile
            if SP-FS not = "00"
                exit paragraph
            end-if
            read ParmFile
                at end continue
                not at end
                    if SP-LIMITE numeric and SP-LIMITE > zeros
                        move SP-LIMITE to WS-LIMITE
                    end-if
                    if SP-DIAS numeric and SP-DIAS > zeros
                        move SP-DIAS to WS-DIAS
                    end-if
                    if SP-TARIFA numeric and SP-TARIFA > zeros
                        move SP-TARIFA to WS-TARIFA
                    end-if
            end-read
            close ParmFile.

       EvaluateRule.
            move zeros to WS-NIVEL WS-NIVEL-DATA
            open input DunningFile
            if DUN-FS = "00"
                move SV-CLIENTE to DN-CLIENTE
                read DunningFile
                    invalid key continue
                    not invalid key
                        move DN-NIVEL to WS-NIVEL
                        move DN-DATA  to WS-NIVEL-DATA
                end-read
                close DunningFile
            end-if
            move zeros to WS-SALDO-90 WS-SALDO-DEMANDA
            move 'N' to WS-PLAN-OPEN
            open input PlanFile
            if PLAN-FS = "00"
                move 'Y' to WS-PLAN-OPEN
            end-if
            open input ReceivFile
            if CR-FS = "00"
                perform SweepCustomer
                close ReceivFile
            end-if
            if WS-PLAN-OPEN = 'Y'
                close PlanFile
            end-if
            move WS-SALDO-90 to SV-SALDO-90
            evaluate true
                when WS-SALDO-90 > WS-LIMITE
                    move 'Y' to SV-SUSPENDE
                    move 'V' to SV-MOTIVO
                when WS-NIVEL >= 3 and WS-SALDO-DEMANDA > zeros
                    move 'Y' to SV-SUSPENDE
                    move 'D' to SV-MOTIVO
            end-evaluate.

       SweepCustomer.
            move 'N' to WS-EOF
            move SV-CLIENTE to CR-CLIENTE
            move zeros      to CR-FATURA
            start ReceivFile key is >= CR-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ReceivFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CR-CLIENTE not = SV-CLIENTE
                        move 'Y' to WS-EOF
                    else
                        if CR-VALOR-ORIG > CR-VALOR-PAGO
                            perform AddOneItem
                        end-if
                    end-if
                end-if
            end-perform.

       AddOneItem.
            perform CheckPlan
            if WS-TEM-PLANO = 'Y'
                perform AddPlanItem
                exit paragraph
            end-if
            compute WS-ITEM-SALDO = CR-VALOR-ORIG - CR-VALOR-PAGO
            move CR-VENCIMENTO to WS-ITEM-VENC
            perform AgeOneAmount.

       CheckPlan.
            move 'N' to WS-TEM-PLANO
            if WS-PLAN-OPEN = 'Y'
                move CR-CLIENTE to PP-CLIENTE
                move CR-FATURA  to PP-FATURA
                move 1          to PP-SEQ
                read PlanFile
                    invalid key continue
                    not invalid key move 'Y' to WS-TEM-PLANO
                end-read
            end-if.

       AddPlanItem.
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
                        perform AddOneInstallment
                    end-if
                end-if
            end-perform.

       AddOneInstallment.
            if WS-PAGO-REST >= PP-VALOR
                subtract PP-VALOR from WS-PAGO-REST
                exit paragraph
            end-if
            compute WS-ITEM-SALDO = PP-VALOR - WS-PAGO-REST
            move zeros to WS-PAGO-REST
            move PP-VENCIMENTO to WS-ITEM-VENC
            perform AgeOneAmount.

       AgeOneAmount.
            compute WS-VENC-INT = function integer-of-date(WS-ITEM-VENC)
            compute WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
            if WS-DIAS-ATRASO > WS-DIAS
                add WS-ITEM-SALDO to WS-SALDO-90
            end-if
            if WS-DIAS-ATRASO > zeros and WS-ITEM-VENC < WS-NIVEL-DATA
                add WS-ITEM-SALDO to WS-SALDO-DEMANDA
            end-if.

       LoadStatus.
            move zeros to WS-ST-TOTAL
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

       FindStatus.
            move zeros to WS-ST-ACHOU
            perform varying WS-ST-IDX from 1 by 1
                    until WS-ST-IDX > WS-ST-TOTAL
                        or WS-ST-ACHOU not = zeros
                if STT-ACCOUNT (WS-ST-IDX) = SV-CLIENTE
                    move WS-ST-IDX to WS-ST-ACHOU
                end-if
            end-perform.

       SaveStatus.
            open output StatusFile
            if ST-FS not = "00"
                display "** unable to rewrite TELCO.STATUS, status "
                    ST-FS
                exit paragraph
            end-if
            perform varying WS-ST-IDX from 1 by 1
                    until WS-ST-IDX > WS-ST-TOTAL
                write StatusRec from WS-ST-ITEM (WS-ST-IDX)
            end-perform
            close StatusFile.

      *> The line only comes back once the switch team works the R
      *> rows on the next telcosusp list; the fee is invoiced now,
      *> due on the day, so it shows on the next statement.
       Reactivate.
            perform InvoiceFee
            move 'R'         to STT-SITUACAO (WS-ST-ACHOU)
            move WS-RUN-DATE to STT-DATA (WS-ST-ACHOU)
            move WS-FAT-PROX to STT-TARIFA-FAT (WS-ST-ACHOU)
            perform SaveStatus
            move 'R'         to SV-RESULTADO
            move WS-FAT-PROX to SV-TARIFA-FAT.

       InvoiceFee.
            move zeros to WS-FAT-PROX
            open i-o FaturaFile
            if FAT-FS not = "00"
                display "** unable to open FATURA.DAT - reactivation"
                    " fee not invoiced, status " FAT-FS
                exit paragraph
            end-if
            open i-o FaturaItFile
            if FATIT-FS not = "00"
                display "** unable to open FATURAIT.DAT - reactivation"
                    " fee not invoiced, status " FATIT-FS
                close FaturaFile
                exit paragraph
            end-if
            open i-o ReceivFile
            if CR-FS not = "00"
                display "** unable to open CONTASREC.DAT - reactivation"
                    " fee not invoiced, status " CR-FS
                close FaturaFile
                close FaturaItFile
                exit paragraph
            end-if
            perform NextInvoiceNumber
            move WS-FAT-PROX  to FAT-NUM
            move SV-CLIENTE   to FAT-CLIENTE
            move WS-RUN-DATE  to FAT-DATA
            move WS-TARIFA    to FAT-TOTAL
            move zeros        to FAT-IMPOSTO
            write FaturaData
                invalid key
                    display "** unable to write fee invoice " FAT-NUM
                    move zeros to WS-FAT-PROX
            end-write
            if WS-FAT-PROX not = zeros
                move WS-FAT-PROX to FATIT-NUM
                move 1           to FATIT-SEQ
                move zeros       to FATIT-SKU
                move "TELCO TAXA DE RELIGACAO" to FATIT-NOTA
                move WS-TARIFA to FATIT-VALOR
                write FaturaItData
                    invalid key
                        display "** unable to write fee line for "
                            FATIT-NUM
                end-write
                move SV-CLIENTE  to CR-CLIENTE
                move WS-FAT-PROX to CR-FATURA
                move WS-TARIFA   to CR-VALOR-ORIG
                move zeros       to CR-VALOR-PAGO
                move WS-RUN-DATE to CR-VENCIMENTO
                write ReceivData
                    invalid key
                        display "** unable to open fee receivable "
                            CR-FATURA ", status " CR-FS
                end-write
            end-if
            close FaturaFile
            close FaturaItFile
            close ReceivFile.

      *> Same highest-key walk-back chequecust.cob uses for FAT-NUM.
       NextInvoiceNumber.
            move high-values to FAT-NUM
            start FaturaFile key is less than FAT-NUM
                invalid key
                    move 1 to WS-FAT-PROX
            end-start
            if FAT-FS = "00"
                read FaturaFile next record
                    at end
                        move 1 to WS-FAT-PROX
                    not at end
                        compute WS-FAT-PROX = FAT-NUM + 1
                end-read
            end-if.

       END PROGRAM svcstat.
