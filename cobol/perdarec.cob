       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. perdarec.
       AUTHOR. VILMAR CATAFESTA.
      *> Bad-debt write-off, so receivables nobody will ever pay stop
      *> sitting in CONTASREC.DAT for years, aging in agingrep.cob,
      *> drawing a dunning.cob letter every month and earning
      *> jurosrec.cob interest on money that will never come.
      *> Every open item at least DIAS days overdue (the oldest
      *> unpaid installment for an item under a PLANOPAG.DAT plan) is
      *> weighed against the customer's collection history in
      *> CONTATO.DAT since it fell due, and is proposed when:
      *>   - at least TENTATIVAS collection calls (C) were logged;
      *>   - no promise to pay (P) is younger than PROMESSA days;
      *>   - no dispute (D) is open - a disputed invoice is settled
      *>     through fatcancel.cob, not written off;
      *>   - no post-dated cheque for it is in custody (CHEQUE.DAT).
      *> PERDAPROP<date>.rpt (rptcat) lists the proposals and the old
      *> items held back, with the reason. PERDA.PARM (name + value,
      *> like CAPMON.PARM) sets DIAS, TENTATIVAS and PROMESSA
      *> (defaults 180, 3 and 60).
      *> Writing off takes two supervisors, the credrev.cob way: the
      *> first apply run lists the proposals in PERDAREC.PEND and
      *> queues a BXR request in APROVA.DAT (aprova.cob); once a
      *> different supervisor approves it in aprovmnt.cob, the next
      *> apply run writes off exactly those items - skipping any
      *> whose balance moved meanwhile - and closes the request.
      *> A written-off item leaves CONTASREC.DAT for PERDAREC.DAT
      *> (written-off receivables, with who asked and who approved),
      *> which takes it out of aging, dunning and interest; the
      *> write-off goes on PERDAMOV.DAT for glextract.cob to post to
      *> bad-debt expense, a B note on CONTATO.DAT tells the
      *> collector, and both files change through auditlog.cob.
      *> Money that still comes in later is taken by pagamento.cob
      *> as a recovery against the PERDAREC.DAT record.
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
           SELECT ContatoFile ASSIGN TO "CONTATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CN-CHAVE
                         FILE STATUS  IS CN-FS.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT PerdaFile ASSIGN TO "PERDAREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PD-CHAVE
                         FILE STATUS  IS PD-FS.
           SELECT PerdaMov ASSIGN TO "PERDAMOV.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PM-FS.
           SELECT PendFile ASSIGN TO "PERDAREC.PEND"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PEND-FS.
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

       FD ContatoFile.
       01 ContatoData.
            02 CN-CHAVE.
               03 CN-CLIENTE pic 9(08).
               03 CN-DATA    pic 9(08).
               03 CN-HORA    pic 9(06).
            02 CN-OPERADOR pic x(10).
            02 CN-TIPO     pic x.
            02 CN-NOTA     pic x(60).

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

       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD PerdaFile.
       01 PerdaData.
            02 PD-CHAVE.
               03 PD-CLIENTE  pic 9(08).
               03 PD-FATURA   pic 9(06).
            02 PD-VALOR-ORIG  pic 9(06)V99.
            02 PD-VALOR-PAGO  pic 9(06)V99.
            02 PD-VENCIMENTO  pic 9(08).
            02 PD-VALOR-BAIXA pic 9(06)V99.
            02 PD-DATA-BAIXA  pic 9(08).
            02 PD-SOLICITANTE pic x(10).
            02 PD-APROVADOR   pic x(10).
            02 PD-RECUPERADO  pic 9(06)V99.
            02 PD-DATA-RECUP  pic 9(08).

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

       FD PendFile.
       01 PendData.
            02 PE-CLIENTE   pic 9(08).
            02 PE-FATURA    pic 9(06).
            02 PE-SALDO     pic 9(06)V99.

       FD ParmFile.
       01 ParmRec.
           05 PR-NAME      pic x(12).
           05 FILLER       pic x.
           05 PR-VALOR     pic 9(03).

       FD ReportFile.
       01 ReportLine       pic x(120).

       WORKING-STORAGE SECTION.
       01 CR-FS            pic xx.
       01 PLAN-FS          pic xx.
       01 CN-FS            pic xx.
       01 CQ-FS            pic xx.
       01 CUST-FS          pic 99.
       01 PD-FS            pic xx.
       01 PM-FS            pic xx.
       01 PEND-FS          pic xx.
       01 PARM-FS          pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-CN-EOF        pic x.
       01 WS-PLAN-EOF      pic x.
       01 WS-MODE          pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-DIAS          pic 9(03) value 180.
       01 WS-TENTATIVAS    pic 9(03) value 3.
       01 WS-PROMESSA      pic 9(03) value 60.

       01 WS-SALDO         pic 9(06)V99.
       01 WS-SALDO-ED      pic zzzzz9.99.
       01 WS-PAGO-REST     pic 9(06)V99.
       01 WS-VENC-IDADE    pic 9(08).
       01 WS-VENC-INT      pic 9(07).
       01 WS-DIAS-ATRASO   pic s9(05).
       01 WS-CHAMADAS      pic 9(03).
       01 WS-ULT-PROMESSA  pic 9(08).
       01 WS-PROM-INT      pic 9(07).
       01 WS-DISPUTA       pic x.
       01 WS-CUSTODIA      pic x.
       01 WS-MOTIVO        pic x(30).
       01 WS-PLAN-OPEN     pic x value 'N'.
       01 WS-CN-OPEN       pic x value 'N'.
       01 WS-CUST-OPEN     pic x value 'N'.
       01 WS-NOME          pic x(31).

       01 WS-CQ-QTD        pic 9(03) value zeros.
       01 WS-CQ-IDX        pic 9(03).
       01 WS-CQ-TAB.
           02 WS-CQ-ITEM occurs 500 times.
               05 CQT-CLIENTE pic 9(08).
               05 CQT-FATURA  pic 9(06).

       01 WS-PROPOSTOS     pic 9(04) value zeros.
       01 WS-RETIDOS       pic 9(04) value zeros.
       01 WS-TOT-PROPOSTO  pic 9(08)V99 value zeros.
       01 WS-BAIXADOS      pic 9(04) value zeros.
       01 WS-SKIPPED       pic 9(04) value zeros.
       01 WS-TOT-BAIXADO   pic 9(08)V99 value zeros.

       01 WS-AQ-AREA.
           05 AQ-FUNC       pic x.
           05 AQ-TIPO       pic x(03).
           05 AQ-CHAVE      pic x(20).
           05 AQ-OPERADOR   pic x(10).
           05 AQ-VALOR      pic 9(07)V99.
           05 AQ-DETALHE    pic x(60).
           05 AQ-NUM        pic 9(06).
           05 AQ-SITUACAO   pic x.
           05 AQ-SOLICITANTE pic x(10).
           05 AQ-APROVADOR  pic x(10).
           05 AQ-MOTIVO     pic x(40).
           05 AQ-OK         pic x.
       01 WS-AQ-PEDIDO.
           02              pic x(10) value "WRITE OFF ".
           02 AD-ITENS     pic 9(04).
           02              pic x(34)
                           value " ITEMS LISTED IN PERDAREC.PEND".
           02              pic x(12) value spaces.

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).

       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       01 WS-HEAD-LINE.
           05 FILLER       pic x(60) value
               "CLIENTE  NOME                            FATURA VENCTO  ".
           05 FILLER       pic x(60) value
               "  DIAS      SALDO CHAM ULT.PROM SITUACAO".
       01 WS-DETAIL-LINE.
           05 DL-CLIENTE   pic 9(08).
           05 FILLER       pic x value space.
           05 DL-NOME      pic x(31).
           05 FILLER       pic x value space.
           05 DL-FATURA    pic 9(06).
           05 FILLER       pic x value space.
           05 DL-VENC      pic 9(08).
           05 FILLER       pic x value space.
           05 DL-DIAS      pic zzzz9.
           05 FILLER       pic x value space.
           05 DL-SALDO     pic zzzzzz9.99.
           05 FILLER       pic x value space.
           05 DL-CHAMADAS  pic zzz9.
           05 FILLER       pic x value space.
           05 DL-PROMESSA  pic 9(08).
           05 FILLER       pic x value space.
           05 DL-SITUACAO  pic x(30).
       01 WS-TOT-LINE.
           05 TL-ROTULO    pic x(40).
           05 TL-QTD       pic zzz9.
           05 FILLER       pic x(02) value spaces.
           05 TL-VALOR     pic zzzzzzz9.99.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            display "Write off the approved items? (Y = apply,"
                " anything else = proposal report only): "
                with no advancing
            accept WS-MODE
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            if WS-MODE = 'Y' or WS-MODE = 'y'
                move 'L' to SG-FUNC
                call "signon" using WS-SG-AREA
                if SG-OK not = 'Y'
                    stop run
                end-if
                if SG-LEVEL < 9
                    display "Supervisor level required to write off"
                        " receivables."
                    move 'D' to SG-FUNC
                    move "BAD-DEBT WRITE-OFF" to SG-DETAIL
                    call "signon" using WS-SG-AREA
                    stop run
                end-if
                move 'Y' to WS-MODE
                perform CheckApproval
            else
                move 'N' to WS-MODE
            end-if
            perform LoadParms
            perform LoadCustodyCheques
            perform ProposeWriteOffs
            display ' '
            display "Bad-debt write-off proposal"
            display "  items proposed  : " WS-PROPOSTOS
                "  total " WS-TOT-PROPOSTO
            display "  old items held  : " WS-RETIDOS
            display "  report          : " WS-REP-FILENAME
            if WS-MODE = 'Y'
                perform SubmitRequest
            end-if
            stop run.

      *> An approved request is carried out here and the run ends;
      *> one still pending stops the run; after a rejection (or with
      *> none on file) the proposal goes on and queues a new request.
       CheckApproval.
            move "C"         to AQ-FUNC
            move "BXR"       to AQ-TIPO
            move "CONTASREC" to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            evaluate AQ-SITUACAO
                when 'A'
                    perform ApplyApproved
                    stop run
                when 'P'
                    display "Write-off request " AQ-NUM
                        " still waiting for approval - nothing written"
                        " off."
                    stop run
                when 'R'
                    display "Write-off request " AQ-NUM
                        " was rejected by " AQ-APROVADOR ": " AQ-MOTIVO
            end-evaluate.

       SubmitRequest.
            if WS-PROPOSTOS = zeros
                display "  nothing to write off"
                exit paragraph
            end-if
            move "S"         to AQ-FUNC
            move "BXR"       to AQ-TIPO
            move "CONTASREC" to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            move WS-TOT-PROPOSTO to AQ-VALOR
            move WS-PROPOSTOS to AD-ITENS
            move WS-AQ-PEDIDO to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "  queued as request " AQ-NUM
                    " - written off after a second supervisor approves"
            else
                display "  request not queued"
            end-if.

       LoadParms.
            open input ParmFile
            if PARM-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read ParmFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PR-VALOR numeric
                            evaluate PR-NAME
                                when "DIAS"       move PR-VALOR to WS-DIAS
                                when "TENTATIVAS" move PR-VALOR to WS-TENTATIVAS
                                when "PROMESSA"   move PR-VALOR to WS-PROMESSA
                            end-evaluate
                        end-if
                end-read
            end-perform
            close ParmFile.

      *> Invoices with a post-dated cheque still in custody: the
      *> cheque may yet clear, and a returned one has to find its
      *> receivable on CONTASREC.DAT to reopen it.
       LoadCustodyCheques.
            open input ChequeFile
            if CQ-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to CQ-CHAVE
            start ChequeFile key is >= CQ-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ChequeFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CQ-SITUACAO = 'C'
                        and WS-CQ-QTD < 500
                    add 1 to WS-CQ-QTD
                    move CQ-CLIENTE to CQT-CLIENTE (WS-CQ-QTD)
                    move CQ-FATURA  to CQT-FATURA (WS-CQ-QTD)
                end-if
            end-perform
            close ChequeFile.

       ProposeWriteOffs.
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
            open input ContatoFile
            if CN-FS = "00"
                move 'Y' to WS-CN-OPEN
            end-if
            open input CustomerFile
            if CUST-FS = 00
                move 'Y' to WS-CUST-OPEN
            end-if
            if WS-MODE = 'Y'
                open output PendFile
            end-if
            move spaces to WS-REP-FILENAME
            string "PERDAPROP" delimited by size
                   WS-RUN-DATE delimited by size
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
            string "BAD-DEBT WRITE-OFF PROPOSAL " delimited by size
                   WS-RUN-DATE delimited by size
                   " - " delimited by size
                   WS-DIAS delimited by size
                   "+ DAYS, " delimited by size
                   WS-TENTATIVAS delimited by size
                   "+ CALLS, NO PROMISE IN " delimited by size
                   WS-PROMESSA delimited by size
                   " DAYS" delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            write ReportLine from WS-HEAD-LINE

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
                        perform WeighOneItem
                    end-if
                end-if
            end-perform

            move spaces to ReportLine
            write ReportLine
            move spaces to WS-TOT-LINE
            move "ITEMS PROPOSED FOR WRITE-OFF" to TL-ROTULO
            move WS-PROPOSTOS to TL-QTD
            move WS-TOT-PROPOSTO to TL-VALOR
            write ReportLine from WS-TOT-LINE
            move spaces to WS-TOT-LINE
            move "OLD ITEMS HELD BACK" to TL-ROTULO
            move WS-RETIDOS to TL-QTD
            write ReportLine from WS-TOT-LINE
            close ReportFile
            move "BAIXA INCOBRAVEIS" to RC-REPORT
            move "perdarec" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-PROPOSTOS to RC-COUNT
            call "rptcat" using WS-RC-AREA

            close ReceivFile
            if WS-PLAN-OPEN = 'Y'
                close PlanFile
            end-if
            if WS-CN-OPEN = 'Y'
                close ContatoFile
            end-if
            if WS-CUST-OPEN = 'Y'
                close CustomerFile
            end-if
            if WS-MODE = 'Y'
                close PendFile
            end-if.

       WeighOneItem.
            compute WS-SALDO = CR-VALOR-ORIG - CR-VALOR-PAGO
            perform AgeDate
            compute WS-VENC-INT = function integer-of-date(WS-VENC-IDADE)
            compute WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
            if WS-DIAS-ATRASO < WS-DIAS
                exit paragraph
            end-if
            perform ReadHistory
            move 'N' to WS-CUSTODIA
            perform varying WS-CQ-IDX from 1 by 1
                    until WS-CQ-IDX > WS-CQ-QTD
                if CQT-CLIENTE (WS-CQ-IDX) = CR-CLIENTE
                        and CQT-FATURA (WS-CQ-IDX) = CR-FATURA
                    move 'Y' to WS-CUSTODIA
                end-if
            end-perform
            if WS-ULT-PROMESSA > zeros
                compute WS-PROM-INT =
                    function integer-of-date(WS-ULT-PROMESSA)
            else
                move zeros to WS-PROM-INT
            end-if
            evaluate true
                when WS-DISPUTA = 'Y'
                    move "HELD - OPEN DISPUTE" to WS-MOTIVO
                when WS-CUSTODIA = 'Y'
                    move "HELD - CHEQUE IN CUSTODY" to WS-MOTIVO
                when WS-PROM-INT > zeros
                        and WS-HOJE-INT - WS-PROM-INT < WS-PROMESSA
                    move "HELD - RECENT PROMISE TO PAY" to WS-MOTIVO
                when WS-CHAMADAS < WS-TENTATIVAS
                    move "HELD - TOO FEW COLLECTION CALLS" to WS-MOTIVO
                when other
                    move "PROPOSED" to WS-MOTIVO
            end-evaluate
            if WS-MOTIVO = "PROPOSED"
                add 1 to WS-PROPOSTOS
                add WS-SALDO to WS-TOT-PROPOSTO
                if WS-MODE = 'Y'
                    move CR-CLIENTE to PE-CLIENTE
                    move CR-FATURA  to PE-FATURA
                    move WS-SALDO   to PE-SALDO
                    write PendData
                end-if
            else
                add 1 to WS-RETIDOS
            end-if
            perform FetchName
            move CR-CLIENTE      to DL-CLIENTE
            move WS-NOME         to DL-NOME
            move CR-FATURA       to DL-FATURA
            move WS-VENC-IDADE   to DL-VENC
            move WS-DIAS-ATRASO  to DL-DIAS
            move WS-SALDO        to DL-SALDO
            move WS-CHAMADAS     to DL-CHAMADAS
            move WS-ULT-PROMESSA to DL-PROMESSA
            move WS-MOTIVO       to DL-SITUACAO
            write ReportLine from WS-DETAIL-LINE.

      *> The date the debt ages from: the invoice due date, or for an
      *> item under a plan the oldest installment the paid money
      *> does not cover, as agingrep.cob applies it.
       AgeDate.
            move CR-VENCIMENTO to WS-VENC-IDADE
            if WS-PLAN-OPEN = 'N'
                exit paragraph
            end-if
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
                            move PP-VENCIMENTO to WS-VENC-IDADE
                            move 'Y' to WS-PLAN-EOF
                        end-if
                    end-if
                end-if
            end-perform.

      *> The customer's notes since the debt fell due: collection
      *> calls counted, the latest promise to pay, and whether a
      *> dispute note is still D - fatcancel.cob turns a settled one
      *> to F.
       ReadHistory.
            move zeros to WS-CHAMADAS WS-ULT-PROMESSA
            move 'N' to WS-DISPUTA
            if WS-CN-OPEN = 'N'
                exit paragraph
            end-if
            move 'N' to WS-CN-EOF
            move CR-CLIENTE    to CN-CLIENTE
            move WS-VENC-IDADE to CN-DATA
            move zeros         to CN-HORA
            start ContatoFile key is >= CN-CHAVE
                invalid key move 'Y' to WS-CN-EOF
            end-start
            perform until WS-CN-EOF = 'Y'
                read ContatoFile next record
                    at end move 'Y' to WS-CN-EOF
                end-read
                if WS-CN-EOF = 'N'
                    if CN-CLIENTE not = CR-CLIENTE
                        move 'Y' to WS-CN-EOF
                    else
                        evaluate CN-TIPO
                            when 'C' add 1 to WS-CHAMADAS
                            when 'P' move CN-DATA to WS-ULT-PROMESSA
                            when 'D' move 'Y' to WS-DISPUTA
                        end-evaluate
                    end-if
                end-if
            end-perform.

       FetchName.
            move spaces to WS-NOME
            if WS-CUST-OPEN = 'N'
                exit paragraph
            end-if
            move CR-CLIENTE to IDNum
            read CustomerFile
                invalid key
                    move "** nome nao encontrado **" to WS-NOME
                not invalid key
                    string FirstName delimited by size
                           " "       delimited by size
                           LastName  delimited by size
                        into WS-NOME
                    end-string
            end-read.

      *> Only the items in PERDAREC.PEND, and only where the open
      *> balance is still the one the approver saw.
       ApplyApproved.
            open input PendFile
            if PEND-FS not = "00"
                display "** ERROR ** approved proposal PERDAREC.PEND"
                    " missing, status " PEND-FS
                exit paragraph
            end-if
            open i-o ReceivFile
            if CR-FS not = "00"
                display "** ERROR ** unable to open CONTASREC.DAT, status "
                    CR-FS
                close PendFile
                exit paragraph
            end-if
            open i-o PerdaFile
            if PD-FS = "35"
                open output PerdaFile
                close PerdaFile
                open i-o PerdaFile
            end-if
            if PD-FS not = "00"
                display "** ERROR ** unable to open PERDAREC.DAT, status "
                    PD-FS
                close PendFile ReceivFile
                exit paragraph
            end-if
            open extend PerdaMov
            if PM-FS = "35"
                open output PerdaMov
            end-if
            open i-o ContatoFile
            if CN-FS = "35"
                open output ContatoFile
                close ContatoFile
                open i-o ContatoFile
            end-if
            if CN-FS = "00"
                move 'Y' to WS-CN-OPEN
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read PendFile
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform WriteOffOne
                end-if
            end-perform
            close PendFile
            close ReceivFile
            close PerdaFile
            close PerdaMov
            if WS-CN-OPEN = 'Y'
                close ContatoFile
            end-if
            move "X" to AQ-FUNC
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            display ' '
            display "Approved write-offs done"
            display "  request         : " AQ-NUM
                " approved by " AQ-APROVADOR
            display "  items written off : " WS-BAIXADOS
                "  total " WS-TOT-BAIXADO
            display "  balance changed since, skipped : " WS-SKIPPED.

       WriteOffOne.
            move PE-CLIENTE to CR-CLIENTE
            move PE-FATURA  to CR-FATURA
            read ReceivFile
                invalid key
                    add 1 to WS-SKIPPED
                    display "cliente " PE-CLIENTE " fatura " PE-FATURA
                        " - nao esta mais em aberto, ignorado"
                    exit paragraph
            end-read
            compute WS-SALDO = CR-VALOR-ORIG - CR-VALOR-PAGO
            if WS-SALDO not = PE-SALDO
                add 1 to WS-SKIPPED
                display "cliente " PE-CLIENTE " fatura " PE-FATURA
                    " saldo agora " WS-SALDO
                    " - mudou desde o pedido, ignorado"
                exit paragraph
            end-if
            move CR-CLIENTE     to PD-CLIENTE
            move CR-FATURA      to PD-FATURA
            move CR-VALOR-ORIG  to PD-VALOR-ORIG
            move CR-VALOR-PAGO  to PD-VALOR-PAGO
            move CR-VENCIMENTO  to PD-VENCIMENTO
            move WS-SALDO       to PD-VALOR-BAIXA
            move WS-RUN-DATE    to PD-DATA-BAIXA
            move AQ-SOLICITANTE to PD-SOLICITANTE
            move AQ-APROVADOR   to PD-APROVADOR
            move zeros          to PD-RECUPERADO PD-DATA-RECUP
            write PerdaData
                invalid key
                    add 1 to WS-SKIPPED
                    display "** cliente " PE-CLIENTE " fatura "
                        PE-FATURA " already on PERDAREC.DAT, status "
                        PD-FS
                    exit paragraph
            end-write
            move ReceivData to AU-BEFORE
            delete ReceivFile
                invalid key
                    display "** unable to remove cliente " PE-CLIENTE
                        " fatura " PE-FATURA " from CONTASREC.DAT,"
                        " status " CR-FS
                    delete PerdaFile
                    end-delete
                    add 1 to WS-SKIPPED
                    exit paragraph
            end-delete
            add 1 to WS-BAIXADOS
            add WS-SALDO to WS-TOT-BAIXADO

            move "CONTASREC.DAT" to AU-FILE
            move CR-CHAVE        to AU-KEY
            move SG-OPERATOR     to AU-OPERATOR
            move "DEL"           to AU-ACTION
            move spaces          to AU-AFTER
            call "auditlog" using WS-AU-AREA
            move "PERDAREC.DAT"  to AU-FILE
            move "ADD"           to AU-ACTION
            move spaces          to AU-BEFORE
            move PerdaData       to AU-AFTER
            call "auditlog" using WS-AU-AREA

            move spaces to PerdaMovRec
            move WS-RUN-DATE to PM-DATA
            move 'B'         to PM-TIPO
            move CR-CLIENTE  to PM-CLIENTE
            move CR-FATURA   to PM-FATURA
            move WS-SALDO    to PM-VALOR
            move SG-OPERATOR to PM-OPERADOR
            write PerdaMovRec

            if WS-CN-OPEN = 'Y'
                move CR-CLIENTE to CN-CLIENTE
                move WS-RUN-DATE to CN-DATA
                accept WS-RUN-TIME from time
                move WS-RUN-HHMMSS to CN-HORA
                move SG-OPERATOR to CN-OPERADOR
                move 'B' to CN-TIPO
                move spaces to CN-NOTA
                move WS-SALDO to WS-SALDO-ED
                string "FAT " CR-FATURA " BAIXADA COMO INCOBRAVEL "
                    WS-SALDO-ED " APROV " AQ-APROVADOR
                    delimited by size into CN-NOTA
                end-string
                write ContatoData
                    invalid key
                        display "** unable to write contact note"
                end-write
            end-if.

       END PROGRAM perdarec.
