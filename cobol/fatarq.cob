       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fatarq.
       AUTHOR. VILMAR CATAFESTA.
      *> Year-end archive of settled invoices, so aging, dunning,
      *> statements and refcheck stop reading years of paid items
      *> every night. An invoice dated before the cutoff (default
      *> 1 January of last year, so the last full year stays live
      *> for the tax returns) goes to the yearly history file
      *> FATHIST<yyyy>.DAT - its FATURA.DAT header, FATURAIT.DAT
      *> lines, CONTASREC.DAT receivable, CREDNOTA.DAT credit notes
      *> and CAIXA.DAT receipts, one line each with a type letter -
      *> when it was fully paid or credited before the cutoff:
      *>   - its receivable is on file with nothing left open;
      *>   - no receipt or credit note on it is dated on or after
      *>     the cutoff, and no post-dated cheque for it is still in
      *>     custody (CHEQUE.DAT) - a returned one reopens it;
      *>   - its customer has no open dispute (D) on CONTATO.DAT;
      *>   - it is not the highest invoice number, nor does it carry
      *>     the highest credit note number: the next numbers are
      *>     taken from those.
      *> Open, written-off (perdarec.cob) and disputed items stay
      *> live. CAIXA.DAT lines before the cutoff that belong to no
      *> invoice (customer credit and prepaid top-ups) go as well.
      *> It takes two supervisors, the custpurge.cob way: the first
      *> run lists the invoices in FATARQ.PEND and queues an ARQ
      *> request in APROVA.DAT (aprova.cob); once a different
      *> supervisor approves it in aprovmnt.cob, the next run checks
      *> every listed invoice again, takes dated copies of the five
      *> files, moves exactly those still eligible and closes the
      *> request. FATARQ<date>.rpt (rptcat) gives the control totals
      *> per file - before, archived, kept, after, and the count and
      *> value read back from the history file - and a file that
      *> does not prove out is flagged with a non-zero return code.
      *> fathist.cob answers questions on the archived invoices.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT CashJournal ASSIGN TO "CAIXA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CX-FS.
           SELECT CashNew ASSIGN TO "CAIXA.NEW"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CXN-FS.
           SELECT CredNota ASSIGN TO "CREDNOTA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CN-FS.
           SELECT CredNotaNew ASSIGN TO "CREDNOTA.NEW"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS CNN-FS.
           SELECT ContatoFile ASSIGN TO "CONTATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CT-CHAVE
                         FILE STATUS  IS CT-FS.
           SELECT ChequeFile ASSIGN TO "CHEQUE.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CQ-CHAVE
                         FILE STATUS  IS CQ-FS.
           SELECT HistFile ASSIGN TO WS-HIST-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS HI-FS.
           SELECT PendFile ASSIGN TO "FATARQ.PEND"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PEND-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
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

       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
               03 CR-CLIENTE pic 9(08).
               03 CR-FATURA  pic 9(06).
            02 CR-VALOR-ORIG pic 9(06)V99.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD CashJournal.
       01 CashRecord       pic x(60).

       FD CashNew.
       01 CashNewRecord    pic x(60).

       FD CredNota.
       01 CredNotaRec      pic x(130).

       FD CredNotaNew.
       01 CredNotaNewRec   pic x(130).

       FD ContatoFile.
       01 ContatoData.
            02 CT-CHAVE.
               03 CT-CLIENTE pic 9(08).
               03 CT-DATA    pic 9(08).
               03 CT-HORA    pic 9(06).
            02 CT-OPERADOR pic x(10).
            02 CT-TIPO     pic x.
            02 CT-NOTA     pic x(60).

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

      *> HI-TIPO: F header, I invoice line, R receivable, N credit
      *> note, C cash journal line; HI-DADOS is the record as it was.
       FD HistFile.
       01 HistRec.
            02 HI-TIPO      pic x.
            02 FILLER       pic x.
            02 HI-FATURA    pic 9(06).
            02 FILLER       pic x.
            02 HI-CLIENTE   pic 9(08).
            02 FILLER       pic x.
            02 HI-DADOS     pic x(130).

       FD PendFile.
       01 PendData.
            02 PE-CORTE     pic 9(08).
            02 PE-FATURA    pic 9(06).
            02 PE-CLIENTE   pic 9(08).

       FD ReportFile.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 CR-FS            pic xx.
       01 CX-FS            pic xx.
       01 CXN-FS           pic xx.
       01 CN-FS            pic xx.
       01 CNN-FS           pic xx.
       01 CT-FS            pic xx.
       01 CQ-FS            pic xx.
       01 HI-FS            pic xx.
       01 PEND-FS          pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-IT-EOF        pic x.
       01 WS-MODE          pic x value 'P'.
       01 WS-CONFIRM       pic x(10).
       01 WS-RUN-DATE      pic 9(08).
       01 WS-CORTE         pic 9(08).
       01 WS-CORTE-R redefines WS-CORTE.
           02 WS-CORTE-ANO pic 9(04).
           02 WS-CORTE-MD  pic 9(04).
       01 WS-CORTE-IN      pic x(08).
       01 WS-CORTE-INT     pic 9(07).
       01 WS-ANO-HIST      pic 9(04).
       01 WS-DIA-ANTES     pic 9(08).
       01 WS-HIST-FILENAME pic x(20).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-BACKUP-NAME   pic x(30).
       01 WS-RC            pic s9(9) comp-5.
       01 WS-FAT-MAX       pic 9(06) value zeros.
       01 WS-NOTA-MAX      pic 9(06) value zeros.
       01 WS-ACHOU         pic x.
       01 WS-FAT-BUSCA     pic 9(06).
       01 WS-ARQUIVAR      pic x.
       01 WS-MOTIVO        pic x.

       01 WS-PROPOSTAS     pic 9(07) value zeros.
       01 WS-ABERTAS       pic 9(07) value zeros.
       01 WS-DISPUTAS      pic 9(07) value zeros.
       01 WS-RECENTES      pic 9(07) value zeros.
       01 WS-DIF-COUNT     pic 9(03) value zeros.

      *> The invoices in play, in FAT-NUM order for SEARCH ALL; an
      *> entry dropped on any later sweep has CA-OK = 'N'.
       01 WS-CA-QTD        pic 9(05) value zeros.
       01 WS-CA-TAB.
           02 WS-CA occurs 1 to 20000 times
                    depending on WS-CA-QTD
                    ascending key is CA-FATURA
                    indexed by CA-X.
               05 CA-FATURA   pic 9(06).
               05 CA-CLIENTE  pic 9(08).
               05 CA-OK       pic x.

      *> Customers with a D note still open, in CONTATO.DAT key
      *> (customer) order.
       01 WS-DP-QTD        pic 9(04) value zeros.
       01 WS-DP-TAB.
           02 WS-DP occurs 1 to 5000 times
                    depending on WS-DP-QTD
                    ascending key is DP-CLIENTE
                    indexed by DP-X.
               05 DP-CLIENTE  pic 9(08).

      *> Control totals, one row per file: 1 FATURA, 2 FATURAIT,
      *> 3 CONTASREC, 4 CREDNOTA, 5 CAIXA.
       01 WS-CTL-TAB.
           02 WS-CTL occurs 5 times.
               05 CTL-ARQUIVO  pic x(14).
               05 CTL-TIPO     pic x.
               05 CTL-ANTES    pic 9(07).
               05 CTL-ARQ      pic 9(07).
               05 CTL-MANTIDOS pic 9(07).
               05 CTL-DEPOIS   pic 9(07).
               05 CTL-HIST-ANT pic 9(07).
               05 CTL-HIST     pic 9(07).
               05 CTL-VAL-ARQ  pic 9(10)V99.
               05 CTL-VAL-ANT  pic 9(10)V99.
               05 CTL-VAL-HIST pic 9(10)V99.
       01 WS-CT            pic 9.
       01 WS-CT-VALOR      pic 9(07)V99.

       01 WS-CASH-IN       pic x(60).
       01 WS-CASH-IN-R redefines WS-CASH-IN.
           05 CXI-DATA     pic 9(08).
           05 FILLER       pic x(08).
           05 CXI-OPERADOR pic x(10).
           05 FILLER       pic x.
           05 CXI-CLIENTE  pic 9(08).
           05 FILLER       pic x.
           05 CXI-FATURA   pic 9(06).
           05 FILLER       pic x.
           05 CXI-VALOR    pic 9(06)V99.
           05 FILLER       pic x(09).

       01 WS-NOTA-IN       pic x(130).
       01 WS-NOTA-IN-R redefines WS-NOTA-IN.
           02 NI-DATA      pic 9(08).
           02 FILLER       pic x(14).
           02 NI-FATURA    pic 9(06).
           02 FILLER       pic x(09).
           02 NI-CLIENTE   pic 9(08).
           02 FILLER       pic x(07).
           02 NI-VALOR     pic 9(07)V99.
           02 FILLER       pic x(15).
           02 FILLER       pic x(04).
           02 NI-NUMERO    pic 9(06).
           02 FILLER       pic x(44).

       01 WS-HIST-IN       pic x(148).
       01 WS-HIST-IN-R redefines WS-HIST-IN.
           02 HII-TIPO     pic x.
           02 FILLER       pic x(17).
           02 HII-DADOS    pic x(130).
       01 WS-HII-FATURA redefines WS-HIST-IN.
           02 FILLER       pic x(18).
           02 FILLER       pic x(22).
           02 HIF-TOTAL    pic 9(06)V99.
           02 FILLER       pic x(100).
       01 WS-HII-ITEM redefines WS-HIST-IN.
           02 FILLER       pic x(18).
           02 FILLER       pic x(42).
           02 HIT-VALOR    pic 9(04)V99.
           02 FILLER       pic x(82).
       01 WS-HII-REC redefines WS-HIST-IN.
           02 FILLER       pic x(18).
           02 FILLER       pic x(14).
           02 HIR-VALOR    pic 9(06)V99.
           02 FILLER       pic x(108).
       01 WS-HII-NOTA redefines WS-HIST-IN.
           02 FILLER       pic x(18).
           02 FILLER       pic x(52).
           02 HIN-VALOR    pic 9(07)V99.
           02 FILLER       pic x(69).
       01 WS-HII-CAIXA redefines WS-HIST-IN.
           02 FILLER       pic x(18).
           02 FILLER       pic x(43).
           02 HIC-VALOR    pic 9(06)V99.
           02 FILLER       pic x(79).

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).

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
           02              pic x(08) value "ARCHIVE ".
           02 AD-TOTAL     pic 9(05).
           02              pic x(22) value " INVOICES DATED BEFORE".
           02              pic x value space.
           02 AD-CORTE     pic 9(08).
           02              pic x(16) value " IN FATARQ.PEND".

       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       01 WS-HEAD-LINE.
           05 FILLER       pic x(14) value "ARQUIVO".
           05 FILLER       pic x(07) value "  ANTES".
           05 FILLER       pic x(11) value " ARQUIVADOS".
           05 FILLER       pic x(09) value " MANTIDOS".
           05 FILLER       pic x(08) value "  DEPOIS".
           05 FILLER       pic x(10) value " HISTORICO".
           05 FILLER       pic x(17) value "  VALOR ARQUIVADO".
           05 FILLER       pic x(17) value "  VALOR HISTORICO".
           05 FILLER       pic x(05) value " CONF".
       01 WS-CTL-LINE.
           05 CL-ARQUIVO   pic x(14).
           05 CL-ANTES     pic z(06)9.
           05 FILLER       pic x value space.
           05 CL-ARQ       pic z(09)9.
           05 FILLER       pic x value space.
           05 CL-MANTIDOS  pic z(07)9.
           05 FILLER       pic x value space.
           05 CL-DEPOIS    pic z(06)9.
           05 FILLER       pic x value space.
           05 CL-HIST      pic z(08)9.
           05 FILLER       pic x value space.
           05 CL-VAL-ARQ   pic z,zzz,zzz,zz9.99.
           05 FILLER       pic x value space.
           05 CL-VAL-HIST  pic z,zzz,zzz,zz9.99.
           05 FILLER       pic x value space.
           05 CL-CONFERE   pic x(04).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            display "YEAR-END ARCHIVE OF SETTLED INVOICES"
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            if SG-LEVEL < 9
                display "Supervisor level required for the archive."
                move 'D' to SG-FUNC
                move "INVOICE ARCHIVE" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            move "C"         to AQ-FUNC
            move "ARQ"       to AQ-TIPO
            move "FATURAS"   to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            evaluate AQ-SITUACAO
                when 'A'
                    display "Archive request " AQ-NUM " approved by "
                        AQ-APROVADOR
                    move 'A' to WS-MODE
                when 'P'
                    display "Archive request " AQ-NUM
                        " still waiting for approval - nothing moved."
                    stop run
                when 'R'
                    display "Archive request " AQ-NUM " was rejected: "
                        AQ-MOTIVO
            end-evaluate
            if WS-MODE = 'P'
                perform RequestArchive
            else
                perform RunArchive
            end-if
            stop run.

      *> First run: the eligible invoices go to FATARQ.PEND for the
      *> approver and the request is queued; nothing moves yet.
       RequestArchive.
            display "Archive invoices dated before YYYYMMDD (blank ="
                " 1 January last year): " with no advancing
            move spaces to WS-CORTE-IN
            accept WS-CORTE-IN
            if WS-CORTE-IN = spaces
                move WS-RUN-DATE to WS-CORTE
                subtract 1 from WS-CORTE-ANO
                move 0101 to WS-CORTE-MD
            else
                if WS-CORTE-IN not numeric
                    display "Invalid date - nothing listed"
                    exit paragraph
                end-if
                move WS-CORTE-IN to WS-CORTE
                if function test-date-yyyymmdd(WS-CORTE) not = 0
                        or WS-CORTE > WS-RUN-DATE
                    display "Invalid date - nothing listed"
                    exit paragraph
                end-if
            end-if
            perform OpenLookups
            perform CollectCandidates
            perform ScreenCandidates
            close FaturaFile ReceivFile
            move zeros to WS-PROPOSTAS
            open output PendFile
            perform varying CA-X from 1 by 1 until CA-X > WS-CA-QTD
                if CA-OK (CA-X) = 'Y'
                    add 1 to WS-PROPOSTAS
                    move WS-CORTE to PE-CORTE
                    move CA-FATURA (CA-X)  to PE-FATURA
                    move CA-CLIENTE (CA-X) to PE-CLIENTE
                    write PendData
                end-if
            end-perform
            close PendFile
            display ' '
            display "Invoices dated before " WS-CORTE
            display "  settled, listed to archive  : " WS-PROPOSTAS
            display "  still open / no receivable  : " WS-ABERTAS
            display "  customer in dispute, kept   : " WS-DISPUTAS
            display "  activity since cutoff, kept : " WS-RECENTES
            if WS-PROPOSTAS = zeros
                display "Nothing to archive."
                exit paragraph
            end-if
            move "S"         to AQ-FUNC
            move "ARQ"       to AQ-TIPO
            move "FATURAS"   to AQ-CHAVE
            move SG-OPERATOR to AQ-OPERADOR
            move zeros       to AQ-VALOR
            move WS-PROPOSTAS to AD-TOTAL
            move WS-CORTE    to AD-CORTE
            move WS-AQ-PEDIDO to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "Archive queued as request " AQ-NUM
                    " - runs after a second supervisor approves"
            else
                display "Archive request not queued"
            end-if.

      *> Approved run: the listed invoices are checked again - a
      *> receipt, credit or dispute since the listing keeps one live
      *> - and only then does anything move.
       RunArchive.
            perform LoadApproved
            if WS-CA-QTD = zeros
                exit paragraph
            end-if
            perform OpenLookups
            perform varying CA-X from 1 by 1 until CA-X > WS-CA-QTD
                move CA-FATURA (CA-X) to FAT-NUM
                read FaturaFile
                    invalid key move 'N' to CA-OK (CA-X)
                    not invalid key
                        perform CheckInvoice
                        move WS-ARQUIVAR to CA-OK (CA-X)
                end-read
            end-perform
            perform ScreenCandidates
            close FaturaFile ReceivFile
            move zeros to WS-PROPOSTAS
            perform varying CA-X from 1 by 1 until CA-X > WS-CA-QTD
                if CA-OK (CA-X) = 'Y'
                    add 1 to WS-PROPOSTAS
                end-if
            end-perform
            display "Invoices dated before " WS-CORTE
            display "  approved list          : " WS-CA-QTD
            display "  still eligible to move : " WS-PROPOSTAS
            if WS-PROPOSTAS = zeros
                display "Nothing left to archive."
                move "X" to AQ-FUNC
                call "aprova" using WS-AQ-AREA
                exit paragraph
            end-if
            display "Type ARCHIVE to confirm: " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM not = "ARCHIVE"
                display "Archive not confirmed - nothing moved."
                exit paragraph
            end-if
            perform TakeBackups
            compute WS-CORTE-INT = function integer-of-date(WS-CORTE)
            compute WS-DIA-ANTES =
                function date-of-integer(WS-CORTE-INT - 1)
            move WS-DIA-ANTES (1:4) to WS-ANO-HIST
            move spaces to WS-HIST-FILENAME
            string "FATHIST" delimited by size
                   WS-ANO-HIST delimited by size
                   ".DAT" delimited by size
                into WS-HIST-FILENAME
            end-string
            perform SetupControls
            perform ReadBackHistory
            perform varying WS-CT from 1 by 1 until WS-CT > 5
                move CTL-HIST (WS-CT)     to CTL-HIST-ANT (WS-CT)
                move CTL-VAL-HIST (WS-CT) to CTL-VAL-ANT (WS-CT)
            end-perform
            perform CountIndexed
            perform varying WS-CT from 1 by 1 until WS-CT > 3
                move CTL-DEPOIS (WS-CT) to CTL-ANTES (WS-CT)
            end-perform
            open extend HistFile
            if HI-FS = "35"
                open output HistFile
            end-if
            if HI-FS not = "00"
                display "** ERROR ** unable to open " WS-HIST-FILENAME
                    ", status " HI-FS " - nothing moved"
                exit paragraph
            end-if
            perform MoveIndexed
            perform MoveCreditNotes
            perform MoveCashJournal
            close HistFile
            perform CountIndexed
            perform ReadBackHistory
            perform WriteControls
            move "X" to AQ-FUNC
            call "aprova" using WS-AQ-AREA
            display ' '
            display "Archive complete - " WS-HIST-FILENAME
            display "  invoices archived : " CTL-ARQ (1)
            display "  control report    : " WS-REP-FILENAME
            if WS-DIF-COUNT > zeros
                display "** " WS-DIF-COUNT " file(s) do not prove out"
                    " - see the control report"
                move 8 to return-code
            end-if.

       LoadApproved.
            move zeros to WS-CA-QTD
            open input PendFile
            if PEND-FS not = "00"
                display "** ERROR ** approved list FATARQ.PEND missing,"
                    " status " PEND-FS
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read PendFile
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and WS-CA-QTD < 20000
                    add 1 to WS-CA-QTD
                    move PE-CORTE   to WS-CORTE
                    move PE-FATURA  to CA-FATURA (WS-CA-QTD)
                    move PE-CLIENTE to CA-CLIENTE (WS-CA-QTD)
                    move 'Y'        to CA-OK (WS-CA-QTD)
                end-if
            end-perform
            close PendFile.

      *> FATURA.DAT and CONTASREC.DAT stay open for the checks; the
      *> disputed customers and the highest invoice number are
      *> loaded once.
       OpenLookups.
            open input FaturaFile
            if FAT-FS not = "00"
                display "** ERROR ** unable to open FATURA.DAT, status "
                    FAT-FS
                stop run
            end-if
            open input ReceivFile
            if CR-FS not = "00"
                display "** ERROR ** unable to open CONTASREC.DAT, status "
                    CR-FS
                stop run
            end-if
            move high-values to FAT-NUM
            start FaturaFile key is less than FAT-NUM
                invalid key continue
                not invalid key
                    read FaturaFile next record
                        at end continue
                        not at end move FAT-NUM to WS-FAT-MAX
                    end-read
            end-start
            move zeros to WS-DP-QTD
            open input ContatoFile
            if CT-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to CT-CHAVE
            start ContatoFile key is >= CT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ContatoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and CT-TIPO = 'D'
                    if WS-DP-QTD = zeros
                        add 1 to WS-DP-QTD
                        move CT-CLIENTE to DP-CLIENTE (WS-DP-QTD)
                    else
                        if CT-CLIENTE not = DP-CLIENTE (WS-DP-QTD)
                                and WS-DP-QTD < 5000
                            add 1 to WS-DP-QTD
                            move CT-CLIENTE to DP-CLIENTE (WS-DP-QTD)
                        end-if
                    end-if
                end-if
            end-perform
            close ContatoFile.

       CollectCandidates.
            move zeros to WS-CA-QTD WS-ABERTAS WS-DISPUTAS WS-RECENTES
            move 'N' to WS-EOF
            move low-values to FAT-NUM
            start FaturaFile key is >= FAT-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read FaturaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and FAT-DATA < WS-CORTE
                    perform CheckInvoice
                    if WS-ARQUIVAR = 'Y'
                        if WS-CA-QTD < 20000
                            add 1 to WS-CA-QTD
                            move FAT-NUM     to CA-FATURA (WS-CA-QTD)
                            move FAT-CLIENTE to CA-CLIENTE (WS-CA-QTD)
                            move 'Y'         to CA-OK (WS-CA-QTD)
                        else
                            add 1 to WS-RECENTES
                        end-if
                    else
                        evaluate WS-MOTIVO
                            when 'D' add 1 to WS-DISPUTAS
                            when 'R' add 1 to WS-RECENTES
                            when other add 1 to WS-ABERTAS
                        end-evaluate
                    end-if
                end-if
            end-perform.

      *> The checks on the FATURA.DAT record in hand; WS-MOTIVO says
      *> why one stays (A open, D dispute, R numbering).
       CheckInvoice.
            move 'N' to WS-ARQUIVAR
            move 'A' to WS-MOTIVO
            if FAT-DATA not < WS-CORTE
                move 'R' to WS-MOTIVO
                exit paragraph
            end-if
            if FAT-NUM = WS-FAT-MAX
                move 'R' to WS-MOTIVO
                exit paragraph
            end-if
            if WS-DP-QTD > zeros
                search all WS-DP
                    when DP-CLIENTE (DP-X) = FAT-CLIENTE
                        move 'D' to WS-MOTIVO
                        exit paragraph
                end-search
            end-if
            move FAT-CLIENTE to CR-CLIENTE
            move FAT-NUM     to CR-FATURA
            read ReceivFile
                invalid key exit paragraph
            end-read
            if CR-VALOR-PAGO < CR-VALOR-ORIG
                exit paragraph
            end-if
            move 'Y' to WS-ARQUIVAR.

      *> Sweeps that drop candidates: a receipt or credit note dated
      *> on or after the cutoff, the highest credit note number, or
      *> a cheque still in custody.
       ScreenCandidates.
            if WS-CA-QTD = zeros
                exit paragraph
            end-if
            move zeros to WS-NOTA-MAX
            open input CredNota
            if CN-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read CredNota into WS-NOTA-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if NI-NUMERO numeric
                                    and NI-NUMERO > WS-NOTA-MAX
                                move NI-NUMERO to WS-NOTA-MAX
                            end-if
                    end-read
                end-perform
                close CredNota
            end-if
            open input CredNota
            if CN-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read CredNota into WS-NOTA-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if NI-FATURA numeric
                                move NI-FATURA to WS-FAT-BUSCA
                                if NI-DATA not numeric
                                        or NI-DATA not < WS-CORTE
                                    perform DropCandidate
                                end-if
                                if NI-NUMERO numeric and WS-NOTA-MAX > zeros
                                        and NI-NUMERO = WS-NOTA-MAX
                                    perform DropCandidate
                                end-if
                            end-if
                    end-read
                end-perform
                close CredNota
            end-if
            open input CashJournal
            if CX-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read CashJournal into WS-CASH-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if CXI-FATURA numeric
                                move CXI-FATURA to WS-FAT-BUSCA
                                if CXI-DATA not numeric
                                        or CXI-DATA not < WS-CORTE
                                    perform DropCandidate
                                end-if
                            end-if
                    end-read
                end-perform
                close CashJournal
            end-if
            open input ChequeFile
            if CQ-FS = "00"
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
                        move CQ-FATURA to WS-FAT-BUSCA
                        perform DropCandidate
                    end-if
                end-perform
                close ChequeFile
            end-if.

       DropCandidate.
            search all WS-CA
                when CA-FATURA (CA-X) = WS-FAT-BUSCA
                    if CA-OK (CA-X) = 'Y'
                        move 'N' to CA-OK (CA-X)
                        add 1 to WS-RECENTES
                    end-if
            end-search.

      *> True when WS-FAT-BUSCA is an invoice being archived.
       FindArchived.
            move 'N' to WS-ACHOU
            search all WS-CA
                when CA-FATURA (CA-X) = WS-FAT-BUSCA
                    if CA-OK (CA-X) = 'Y'
                        move 'Y' to WS-ACHOU
                    end-if
            end-search.

       TakeBackups.
            move spaces to WS-BACKUP-NAME
            string "FATURA.DAT." WS-RUN-DATE
                delimited by size into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "FATURA.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call
            move spaces to WS-BACKUP-NAME
            string "FATURAIT.DAT." WS-RUN-DATE
                delimited by size into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "FATURAIT.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call
            move spaces to WS-BACKUP-NAME
            string "CONTASREC.DAT." WS-RUN-DATE
                delimited by size into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "CONTASREC.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call
            move spaces to WS-BACKUP-NAME
            string "CREDNOTA.DAT." WS-RUN-DATE
                delimited by size into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "CREDNOTA.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call
            move spaces to WS-BACKUP-NAME
            string "CAIXA.DAT." WS-RUN-DATE
                delimited by size into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "CAIXA.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call.

       SetupControls.
            initialize WS-CTL-TAB
            move "FATURA.DAT"    to CTL-ARQUIVO (1)
            move 'F'             to CTL-TIPO (1)
            move "FATURAIT.DAT"  to CTL-ARQUIVO (2)
            move 'I'             to CTL-TIPO (2)
            move "CONTASREC.DAT" to CTL-ARQUIVO (3)
            move 'R'             to CTL-TIPO (3)
            move "CREDNOTA.DAT"  to CTL-ARQUIVO (4)
            move 'N'             to CTL-TIPO (4)
            move "CAIXA.DAT"     to CTL-ARQUIVO (5)
            move 'C'             to CTL-TIPO (5).

      *> Record counts of the three indexed files into CTL-DEPOIS.
       CountIndexed.
            move zeros to CTL-DEPOIS (1) CTL-DEPOIS (2) CTL-DEPOIS (3)
            open input FaturaFile
            if FAT-FS = "00"
                move 'N' to WS-EOF
                move low-values to FAT-NUM
                start FaturaFile key is >= FAT-NUM
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read FaturaFile next record
                        at end move 'Y' to WS-EOF
                        not at end add 1 to CTL-DEPOIS (1)
                    end-read
                end-perform
                close FaturaFile
            end-if
            open input FaturaItFile
            if FATIT-FS = "00"
                move 'N' to WS-EOF
                move low-values to FATIT-CHAVE
                start FaturaItFile key is >= FATIT-CHAVE
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read FaturaItFile next record
                        at end move 'Y' to WS-EOF
                        not at end add 1 to CTL-DEPOIS (2)
                    end-read
                end-perform
                close FaturaItFile
            end-if
            open input ReceivFile
            if CR-FS = "00"
                move 'N' to WS-EOF
                move low-values to CR-CHAVE
                start ReceivFile key is >= CR-CHAVE
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read ReceivFile next record
                        at end move 'Y' to WS-EOF
                        not at end add 1 to CTL-DEPOIS (3)
                    end-read
                end-perform
                close ReceivFile
            end-if.

      *> Each invoice goes to the history file first and only then
      *> leaves the live file, header, lines and receivable alike.
       MoveIndexed.
            open i-o FaturaFile
            open i-o FaturaItFile
            open i-o ReceivFile
            perform varying CA-X from 1 by 1 until CA-X > WS-CA-QTD
                if CA-OK (CA-X) = 'Y'
                    perform MoveOneInvoice
                end-if
            end-perform
            close FaturaFile FaturaItFile ReceivFile.

       MoveOneInvoice.
            move CA-FATURA (CA-X) to FAT-NUM
            read FaturaFile
                invalid key
                    move 'N' to CA-OK (CA-X)
                    exit paragraph
            end-read
            move spaces      to HistRec
            move 'F'         to HI-TIPO
            move FAT-NUM     to HI-FATURA
            move FAT-CLIENTE to HI-CLIENTE
            move FaturaData  to HI-DADOS
            write HistRec
            delete FaturaFile
                invalid key
                    display "** unable to remove invoice " FAT-NUM
                        ", status " FAT-FS
                not invalid key
                    add 1 to CTL-ARQ (1)
                    add FAT-TOTAL to CTL-VAL-ARQ (1)
            end-delete
            move FaturaData to AU-BEFORE
            move "FATURA.DAT" to AU-FILE
            move FAT-NUM      to AU-KEY
            move SG-OPERATOR  to AU-OPERATOR
            move "DEL"        to AU-ACTION
            move WS-HIST-FILENAME to AU-AFTER
            call "auditlog" using WS-AU-AREA

            move 'N' to WS-IT-EOF
            move FAT-NUM to FATIT-NUM
            move zeros   to FATIT-SEQ
            start FaturaItFile key is >= FATIT-CHAVE
                invalid key move 'Y' to WS-IT-EOF
            end-start
            perform until WS-IT-EOF = 'Y'
                read FaturaItFile next record
                    at end move 'Y' to WS-IT-EOF
                end-read
                if WS-IT-EOF = 'N'
                    if FATIT-NUM not = FAT-NUM
                        move 'Y' to WS-IT-EOF
                    else
                        move spaces       to HistRec
                        move 'I'          to HI-TIPO
                        move FAT-NUM      to HI-FATURA
                        move FAT-CLIENTE  to HI-CLIENTE
                        move FaturaItData to HI-DADOS
                        write HistRec
                        delete FaturaItFile
                            invalid key
                                display "** unable to remove line "
                                    FATIT-CHAVE ", status " FATIT-FS
                            not invalid key
                                add 1 to CTL-ARQ (2)
                                add FATIT-VALOR to CTL-VAL-ARQ (2)
                        end-delete
                    end-if
                end-if
            end-perform

            move FAT-CLIENTE to CR-CLIENTE
            move FAT-NUM     to CR-FATURA
            read ReceivFile
                invalid key continue
                not invalid key
                    move spaces      to HistRec
                    move 'R'         to HI-TIPO
                    move FAT-NUM     to HI-FATURA
                    move FAT-CLIENTE to HI-CLIENTE
                    move ReceivData  to HI-DADOS
                    write HistRec
                    delete ReceivFile
                        invalid key
                            display "** unable to remove receivable "
                                CR-CHAVE ", status " CR-FS
                        not invalid key
                            add 1 to CTL-ARQ (3)
                            add CR-VALOR-ORIG to CTL-VAL-ARQ (3)
                    end-delete
            end-read.

      *> CREDNOTA.DAT and CAIXA.DAT are rewritten through a .NEW
      *> copy holding the lines that stay.
       MoveCreditNotes.
            open input CredNota
            if CN-FS not = "00"
                exit paragraph
            end-if
            open output CredNotaNew
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read CredNota into WS-NOTA-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        add 1 to CTL-ANTES (4)
                        move 'N' to WS-ACHOU
                        if NI-FATURA numeric
                            move NI-FATURA to WS-FAT-BUSCA
                            perform FindArchived
                        end-if
                        if WS-ACHOU = 'Y'
                            move spaces     to HistRec
                            move 'N'        to HI-TIPO
                            move NI-FATURA  to HI-FATURA
                            move CA-CLIENTE (CA-X) to HI-CLIENTE
                            move WS-NOTA-IN to HI-DADOS
                            write HistRec
                            add 1 to CTL-ARQ (4)
                            if NI-VALOR numeric
                                add NI-VALOR to CTL-VAL-ARQ (4)
                            end-if
                        else
                            write CredNotaNewRec from WS-NOTA-IN
                            add 1 to CTL-MANTIDOS (4)
                        end-if
                end-read
            end-perform
            close CredNota CredNotaNew
            call "CBL_DELETE_FILE" using "CREDNOTA.DAT"
            call "CBL_COPY_FILE" using "CREDNOTA.NEW" "CREDNOTA.DAT"
                returning WS-RC
            end-call
            if WS-RC = zero
                call "CBL_DELETE_FILE" using "CREDNOTA.NEW"
            else
                display "** ERROR ** CREDNOTA.NEW not copied back -"
                    " restore CREDNOTA.DAT." WS-RUN-DATE
            end-if.

      *> A journal line goes with its archived invoice; a line for
      *> no invoice (000000 credit, 999999 prepaid) goes once it is
      *> dated before the cutoff.
       MoveCashJournal.
            open input CashJournal
            if CX-FS not = "00"
                exit paragraph
            end-if
            open output CashNew
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read CashJournal into WS-CASH-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        add 1 to CTL-ANTES (5)
                        move 'N' to WS-ACHOU
                        if CXI-FATURA numeric and CXI-DATA numeric
                                and CXI-DATA < WS-CORTE
                            if CXI-FATURA = zeros
                                    or CXI-FATURA = 999999
                                move 'Y' to WS-ACHOU
                            else
                                move CXI-FATURA to WS-FAT-BUSCA
                                perform FindArchived
                            end-if
                        end-if
                        if WS-ACHOU = 'Y'
                            move spaces      to HistRec
                            move 'C'         to HI-TIPO
                            move CXI-FATURA  to HI-FATURA
                            move CXI-CLIENTE to HI-CLIENTE
                            move WS-CASH-IN  to HI-DADOS
                            write HistRec
                            add 1 to CTL-ARQ (5)
                            if CXI-VALOR numeric
                                add CXI-VALOR to CTL-VAL-ARQ (5)
                            end-if
                        else
                            write CashNewRecord from WS-CASH-IN
                            add 1 to CTL-MANTIDOS (5)
                        end-if
                end-read
            end-perform
            close CashJournal CashNew
            call "CBL_DELETE_FILE" using "CAIXA.DAT"
            call "CBL_COPY_FILE" using "CAIXA.NEW" "CAIXA.DAT"
                returning WS-RC
            end-call
            if WS-RC = zero
                call "CBL_DELETE_FILE" using "CAIXA.NEW"
            else
                display "** ERROR ** CAIXA.NEW not copied back -"
                    " restore CAIXA.DAT." WS-RUN-DATE
            end-if.

      *> Count and value per record type of the whole history file,
      *> into CTL-HIST / CTL-VAL-HIST.
       ReadBackHistory.
            perform varying WS-CT from 1 by 1 until WS-CT > 5
                move zeros to CTL-HIST (WS-CT) CTL-VAL-HIST (WS-CT)
            end-perform
            open input HistFile
            if HI-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read HistFile into WS-HIST-IN
                    at end move 'Y' to WS-EOF
                    not at end
                        perform TallyHistory
                end-read
            end-perform
            close HistFile.

       TallyHistory.
            move zeros to WS-CT-VALOR
            evaluate HII-TIPO
                when 'F'
                    move 1 to WS-CT
                    if HIF-TOTAL numeric
                        move HIF-TOTAL to WS-CT-VALOR
                    end-if
                when 'I'
                    move 2 to WS-CT
                    if HIT-VALOR numeric
                        move HIT-VALOR to WS-CT-VALOR
                    end-if
                when 'R'
                    move 3 to WS-CT
                    if HIR-VALOR numeric
                        move HIR-VALOR to WS-CT-VALOR
                    end-if
                when 'N'
                    move 4 to WS-CT
                    if HIN-VALOR numeric
                        move HIN-VALOR to WS-CT-VALOR
                    end-if
                when 'C'
                    move 5 to WS-CT
                    if HIC-VALOR numeric
                        move HIC-VALOR to WS-CT-VALOR
                    end-if
                when other
                    exit paragraph
            end-evaluate
            add 1 to CTL-HIST (WS-CT)
            add WS-CT-VALOR to CTL-VAL-HIST (WS-CT).

      *> A file proves out when before = archived + kept, the live
      *> file now holds what was kept, and the history file grew by
      *> exactly the count and value taken out.
       WriteControls.
            perform varying WS-CT from 1 by 1 until WS-CT > 3
                compute CTL-MANTIDOS (WS-CT) =
                    CTL-ANTES (WS-CT) - CTL-ARQ (WS-CT)
            end-perform
            perform CountSequential
            move spaces to WS-REP-FILENAME
            string "FATARQ" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            move spaces to ReportLine
            string "ARQUIVO ANUAL DE FATURAS - CORTE " delimited by size
                   WS-CORTE delimited by size
                   " - HISTORICO " delimited by size
                   WS-HIST-FILENAME delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            string "PEDIDO " AQ-NUM " APROVADO POR " AQ-APROVADOR
                   " - EXECUTADO POR " SG-OPERATOR " EM " WS-RUN-DATE
                delimited by size into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            write ReportLine from WS-HEAD-LINE
            perform varying WS-CT from 1 by 1 until WS-CT > 5
                compute CTL-HIST (WS-CT) =
                    CTL-HIST (WS-CT) - CTL-HIST-ANT (WS-CT)
                compute CTL-VAL-HIST (WS-CT) =
                    CTL-VAL-HIST (WS-CT) - CTL-VAL-ANT (WS-CT)
                move CTL-ARQUIVO (WS-CT)  to CL-ARQUIVO
                move CTL-ANTES (WS-CT)    to CL-ANTES
                move CTL-ARQ (WS-CT)      to CL-ARQ
                move CTL-MANTIDOS (WS-CT) to CL-MANTIDOS
                move CTL-DEPOIS (WS-CT)   to CL-DEPOIS
                move CTL-HIST (WS-CT)     to CL-HIST
                move CTL-VAL-ARQ (WS-CT)  to CL-VAL-ARQ
                move CTL-VAL-HIST (WS-CT) to CL-VAL-HIST
                if CTL-ANTES (WS-CT) =
                        CTL-ARQ (WS-CT) + CTL-MANTIDOS (WS-CT)
                        and CTL-DEPOIS (WS-CT) = CTL-MANTIDOS (WS-CT)
                        and CTL-HIST (WS-CT) = CTL-ARQ (WS-CT)
                        and CTL-VAL-HIST (WS-CT) = CTL-VAL-ARQ (WS-CT)
                    move "OK" to CL-CONFERE
                else
                    move "DIF" to CL-CONFERE
                    add 1 to WS-DIF-COUNT
                end-if
                write ReportLine from WS-CTL-LINE
            end-perform
            move spaces to ReportLine
            write ReportLine
            if WS-DIF-COUNT > zeros
                move "** DIFERENCA NOS TOTAIS - CONFERIR E RESTAURAR DAS COPIAS DO DIA **"
                    to ReportLine
            else
                move "TOTAIS CONFEREM - NADA PERDIDO" to ReportLine
            end-if
            write ReportLine
            close ReportFile
            move "ARQUIVO DE FATURAS" to RC-REPORT
            move "fatarq" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move CTL-ARQ (1) to RC-COUNT
            call "rptcat" using WS-RC-AREA.

      *> Lines now on CREDNOTA.DAT and CAIXA.DAT, into CTL-DEPOIS.
       CountSequential.
            move zeros to CTL-DEPOIS (4) CTL-DEPOIS (5)
            open input CredNota
            if CN-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read CredNota
                        at end move 'Y' to WS-EOF
                        not at end add 1 to CTL-DEPOIS (4)
                    end-read
                end-perform
                close CredNota
            end-if
            open input CashJournal
            if CX-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read CashJournal
                        at end move 'Y' to WS-EOF
                        not at end add 1 to CTL-DEPOIS (5)
                    end-read
                end-perform
                close CashJournal
            end-if.

       END PROGRAM fatarq.
