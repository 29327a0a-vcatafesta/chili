      *> grouping the day's receipts by operator, and records the
      *> close in FECHACX.DAT - pagamento.cob and bancoimp.cob refuse
      *> to post into a day once its close line exists.
      *> An invoice perdarec.cob wrote off is no longer on
      *> CONTASREC.DAT; a receipt on it (a recovery) is proved
      *> against the PERDAREC.DAT record instead - what was paid
      *> before the write-off plus what has been recovered since.
      *> The BOLINHO till's card sales (tender C) are not cash in
      *> hand: the slip shows them apart, as the amount receivable
      *> from the card acquirer, together with the earlier card sales
      *> the acquirer has still not settled (CARTAOREC.DAT, kept by
      *> cartaoconc.cob), and neither enters the deposit total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT PerdaFile ASSIGN TO "PERDAREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PD-CHAVE
                         FILE STATUS  IS PD-FS.
           SELECT FechaFile ASSIGN TO "FECHACX.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS FC-FS.
           SELECT SessaoFile ASSIGN TO "SESSAO.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS SESSAO-FS.
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
           SELECT CartaoRecFile ASSIGN TO "CARTAOREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CT-CHAVE
                         FILE STATUS  IS CT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CashJournal.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

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

       FD FechaFile.
       01 FechaRec         pic x(40).

       FD SessaoFile.
       01 SessaoRec        pic x(70).

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

       FD CartaoRecFile.
       01 CartaoRec.
           05 CT-CHAVE.
               10 CT-DATA      PIC 9(08).
               10 CT-SEQ       PIC 9(06).
           05 CT-CUPOM         PIC 9(06).
           05 CT-LOJA          PIC 9(02).
           05 CT-OPERADOR      PIC X(10).
           05 CT-VALOR         PIC 9(07)V99.
           05 CT-SITUACAO      PIC X(01).
               88 CT-ABERTO                VALUE "A".
           05 CT-PAGAMENTOS    PIC 9(02).
           05 CT-DATA-PAGTO    PIC 9(08).
           05 CT-TAXA          PIC 9(05)V99.
           05 CT-LIQUIDO       PIC 9(07)V99.
           05 CT-NSU           PIC X(12).

       WORKING-STORAGE SECTION.
       01 CX-FS            pic xx.
       01 CR-FS            pic xx.
       01 PD-FS            pic xx.
       01 WS-PD-OPEN       pic x value 'N'.
       01 FC-FS            pic xx.
       01 SLP-FS           pic xx.
       01 SESSAO-FS        pic xx.
       01 VENDHIST-FS      pic xx.
       01 CT-FS            pic xx.
       01 WS-CARTAO-EOF    pic x.
       01 WS-CARTAO-HOJE   pic s9(10)V99 value zeros.
       01 WS-CARTAO-ANTES  pic 9(10)V99 value zeros.
       01 WS-CARTAO-LINE.
           02 CL-ROTULO    pic x(34).
           02 CL-VALOR     pic zz,zzz,zz9.99-.
       01 WS-SESS-EOF      pic x.
       01 WS-SESS-COUNT    pic 9(03).
       01 WS-SESSAO-IN     pic x(70).
      *>                    statement runs applied: part of the
      *>                    per-key proof, never drawer cash, so
      *>                    they stay off the slip and day total.
      *>                    So do the CHEQUEPRE/CHEQUEDEV lines of
      *>                    post-dated cheques taken into custody
      *>                    or returned by the bank.
                            if CXI-OPERADOR = "CREDITO"
                                    or CXI-OPERADOR = "CHEQUEPRE"
                                    or CXI-OPERADOR = "CHEQUEDEV"
                                perform AddKey
                            else
                                add 1 to WS-DAY-COUNT
                move zeros       to CK-JORNAL (WS-CK-TOTAL)
            end-if.

      *> A CHEQUEDEV line takes back the CHEQUEPRE line of the
      *> returned cheque, as chequecust.cob took it off CR-VALOR-PAGO.
       AddJournalValue.
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-CK-TOTAL
                if CK-CLIENTE (WS-IDX) = CXI-CLIENTE
                        and CK-FATURA (WS-IDX) = CXI-FATURA
                    if CXI-OPERADOR = "CHEQUEDEV"
                        subtract CXI-VALOR from CK-JORNAL (WS-IDX)
                    else
                        add CXI-VALOR to CK-JORNAL (WS-IDX)
                    end-if
                end-if
            end-perform.

            end-if.

       CrossFoot.
            open input PerdaFile
            if PD-FS = "00"
                move 'Y' to WS-PD-OPEN
            end-if
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-CK-TOTAL
                move CK-CLIENTE (WS-IDX) to CR-CLIENTE
                move CK-FATURA (WS-IDX)  to CR-FATURA
                read ReceivFile
                    invalid key
                        perform CrossFootWrittenOff
                    not invalid key
                        compute WS-DIF =
                            CK-JORNAL (WS-IDX) - CR-VALOR-PAGO
                                CR-VALOR-PAGO
                        end-if
                end-read
            end-perform
            if WS-PD-OPEN = 'Y'
                close PerdaFile
            end-if.

       CrossFootWrittenOff.
            move CK-CLIENTE (WS-IDX) to PD-CLIENTE
            move CK-FATURA (WS-IDX)  to PD-FATURA
            if WS-PD-OPEN = 'Y'
                read PerdaFile
                    invalid key move 'N' to WS-ACHOU
                    not invalid key move 'Y' to WS-ACHOU
                end-read
            else
                move 'N' to WS-ACHOU
            end-if
            if WS-ACHOU = 'N'
                add 1 to WS-DIF-COUNT
                display "** DIFFERENCE ** journal receipts for"
                    " cliente " CK-CLIENTE (WS-IDX)
                    " fatura " CK-FATURA (WS-IDX)
                    " but no receivable on file"
                exit paragraph
            end-if
            compute WS-DIF = CK-JORNAL (WS-IDX)
                - PD-VALOR-PAGO - PD-RECUPERADO
            if WS-DIF not = zeros
                add 1 to WS-DIF-COUNT
                display "** DIFFERENCE ** cliente "
                    CK-CLIENTE (WS-IDX) " fatura "
                    CK-FATURA (WS-IDX) " journal "
                    CK-JORNAL (WS-IDX) " vs written off, pago "
                    PD-VALOR-PAGO " recuperado " PD-RECUPERADO
            end-if.

       PrintSlip.
            string "DEPOSITO" delimited by size
            end-string
            write SlipLine
            perform ListTillSessions
            perform ListCardSales
            close SlipFile
            move "GUIA DE DEPOSITO" to RC-REPORT
            move "caixafecha" to RC-PROGRAM
                write SlipLine
            end-if.

      *> Card sales are money the acquirer owes, not money in the
      *> drawer: today's come straight from VENDHIST.DAT (the
      *> fidelity discount lines of a card cupom net them down),
      *> the earlier ones still unsettled from CARTAOREC.DAT.
       ListCardSales.
            move 'N' to WS-CARTAO-EOF
            open input ARQUIVO-VENDHIST
            if VENDHIST-FS = "00"
                move WS-RUN-DATE to VH-DATA
                move zeros to VH-SEQ
                start ARQUIVO-VENDHIST key is >= VH-CHAVE
                    invalid key move 'Y' to WS-CARTAO-EOF
                end-start
                perform until WS-CARTAO-EOF = 'Y'
                    read ARQUIVO-VENDHIST next record
                        at end move 'Y' to WS-CARTAO-EOF
                        not at end
                            if VH-DATA not = WS-RUN-DATE
                                move 'Y' to WS-CARTAO-EOF
                            else
                                if VH-TENDER = 'C'
                                    if VH-DEV = "DEV"
                                        compute WS-CARTAO-HOJE =
                                            WS-CARTAO-HOJE
                                            - VH-VALOR * VH-QTD
                                    else
                                        compute WS-CARTAO-HOJE =
                                            WS-CARTAO-HOJE
                                            + VH-VALOR * VH-QTD
                                    end-if
                                end-if
                            end-if
                    end-read
                end-perform
                close ARQUIVO-VENDHIST
            end-if
            move 'N' to WS-CARTAO-EOF
            open input CartaoRecFile
            if CT-FS = "00"
                move zeros to CT-CHAVE
                start CartaoRecFile key is >= CT-CHAVE
                    invalid key move 'Y' to WS-CARTAO-EOF
                end-start
                perform until WS-CARTAO-EOF = 'Y'
                    read CartaoRecFile next record
                        at end move 'Y' to WS-CARTAO-EOF
                        not at end
                            if CT-DATA not < WS-RUN-DATE
                                move 'Y' to WS-CARTAO-EOF
                            else
                                if CT-ABERTO
                                    add CT-VALOR to WS-CARTAO-ANTES
                                end-if
                            end-if
                    end-read
                end-perform
                close CartaoRecFile
            end-if
            move spaces to SlipLine
            write SlipLine
            move "VENDAS EM CARTAO - A RECEBER DA ADQUIRENTE" to SlipLine
            write SlipLine
            move "(nao fazem parte do deposito)" to SlipLine
            write SlipLine
            move "  vendas em cartao do dia" to CL-ROTULO
            move WS-CARTAO-HOJE to CL-VALOR
            write SlipLine from WS-CARTAO-LINE
            move "  dias anteriores nao liquidados" to CL-ROTULO
            move WS-CARTAO-ANTES to CL-VALOR
            write SlipLine from WS-CARTAO-LINE
            move "  total a receber da adquirente" to CL-ROTULO
            compute CL-VALOR = WS-CARTAO-HOJE + WS-CARTAO-ANTES
            write SlipLine from WS-CARTAO-LINE.

       RecordClose.
            move WS-RUN-DATE  to FC-DATA
            move WS-SLIP-NUM  to FC-NUM
