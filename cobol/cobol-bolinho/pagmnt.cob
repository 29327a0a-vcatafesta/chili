       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagmnt.
       AUTHOR. VILMAR CATAFESTA.
      *> Accounts payable for supplier invoices, so the supplier's bill
      *> stops living in a paper folder. The clerk keys each invoice
      *> against its PED-NUM, line by line, and every line is
      *> three-way matched on the spot: quantity billed against what
      *> PEDIDOIT.DAT ordered and received (less what earlier invoices
      *> on the same order already billed), unit cost against the
      *> cost keyed at receiving in RECEBTO.DAT. A clean invoice goes
      *> straight to the payment schedule (CP-SITUACAO 'A'); a price
      *> or quantity mismatch holds the whole invoice ('R') until a
      *> supervisor releases it, with before/after images through
      *> auditlog.cob. The schedule lists scheduled invoices by due
      *> date through the CP-VENCIMENTO alternate key; pagaging.cob
      *> ages what is still open by FORN-COD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayFile ASSIGN TO "CONTAPAG.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CP-CHAVE
                         ALTERNATE RECORD KEY IS CP-VENCIMENTO
                             WITH DUPLICATES
                         FILE STATUS  IS CP-FS.
           SELECT PayItemFile ASSIGN TO "CONTAPAGIT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CPI-CHAVE
                         ALTERNATE RECORD KEY IS CPI-PEDIDO
                             WITH DUPLICATES
                         FILE STATUS  IS CPI-FS.
           SELECT ARQUIVO-PEDIDO ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PED-NUM
                         FILE STATUS  IS PEDIDO-FS.
           SELECT ARQUIVO-PEDIDO-IT ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PEDIT-CHAVE
                         FILE STATUS  IS PEDIDO-IT-FS.
           SELECT ARQUIVO-FORNECEDOR ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FORN-COD
                         FILE STATUS  IS FORNECEDOR-FS.
           SELECT ARQUIVO-RECEBTO ASSIGN TO "RECEBTO.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RECEBTO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PayFile.
       01 PayData.
           05 CP-CHAVE.
               10 CP-FORN          PIC 9(03).
               10 CP-NOTA          PIC 9(09).
           05 CP-PEDIDO            PIC 9(06).
           05 CP-EMISSAO           PIC 9(08).
           05 CP-VENCIMENTO        PIC 9(08).
           05 CP-VALOR             PIC 9(07)V99.
           05 CP-VALOR-PAGO        PIC 9(07)V99.
           05 CP-SITUACAO          PIC X(01).
           05 CP-DIVERGENCIA       PIC X(01).
           05 CP-OPERADOR          PIC X(10).
           05 CP-LIBERADOR         PIC X(10).

       FD PayItemFile.
       01 PayItemData.
           05 CPI-CHAVE.
               10 CPI-FORN         PIC 9(03).
               10 CPI-NOTA         PIC 9(09).
               10 CPI-SEQ          PIC 9(03).
           05 CPI-PEDIDO           PIC 9(06).
           05 CPI-SKU              PIC 9(04).
           05 CPI-QTD              PIC 9(04).
           05 CPI-CUSTO            PIC 9(04)V99.
           05 CPI-QTD-PED          PIC 9(04).
           05 CPI-QTD-REC          PIC 9(04).
           05 CPI-QTD-FAT          PIC 9(04).
           05 CPI-CUSTO-REC        PIC 9(04)V99.
           05 CPI-DIVERGENCIA      PIC X(01).

       FD ARQUIVO-PEDIDO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 PEDIDO.
           05 PED-NUM          PIC 9(06).
           05 PED-FORN         PIC 9(03).
           05 PED-DATA         PIC 9(08).
           05 PED-SITUACAO     PIC X(01).

       FD ARQUIVO-PEDIDO-IT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOIT.DAT".
       01 PEDIDO-ITEM.
           05 PEDIT-CHAVE.
               10 PEDIT-NUM    PIC 9(06).
               10 PEDIT-SEQ    PIC 9(03).
           05 PEDIT-SKU        PIC 9(04).
           05 PEDIT-QTD        PIC 9(04).
           05 PEDIT-QTD-RECEBIDA PIC 9(04).

       FD ARQUIVO-FORNECEDOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01 FORNECEDOR.
           05 FORN-COD         PIC 9(03).
           05 FORN-NOME        PIC X(30).
           05 FORN-FONE        PIC 9(09).
           05 FORN-EMAIL       PIC X(40).
           05 FORN-PRAZO       PIC 9(03).

       FD ARQUIVO-RECEBTO
           LABEL RECORDS ARE STANDARD.
       01 RECEBTO-REC              PIC X(60).

       WORKING-STORAGE SECTION.
       01 CP-FS            pic xx.
       01 CPI-FS           pic xx.
       01 PEDIDO-FS        pic xx.
       01 PEDIDO-IT-FS     pic xx.
       01 FORNECEDOR-FS    pic xx.
       01 RECEBTO-FS       pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-ACHOU         pic x.
       01 WS-CONFIRMA      pic x.
       01 WS-HOJE          pic 9(08).
       01 WS-VENC-INT      pic 9(07).
       01 WS-NOTA-FORN     pic 9(03).
       01 WS-NOTA-NUM      pic 9(09).
       01 WS-NOTA-PEDIDO   pic 9(06).
       01 WS-NOTA-SEQ      pic 9(03).
       01 WS-NOTA-TOTAL    pic 9(07)V99.
       01 WS-NOTA-DIVERG   pic x.
       01 WS-LINHA-SKU     pic 9(04).
       01 WS-LINHA-QTD     pic 9(04).
       01 WS-LINHA-CUSTO   pic 9(04)V99.
       01 WS-LINHA-DIVERG  pic x.
       01 WS-LINHA-VALOR   pic 9(07)V99.
       01 WS-QTD-PED       pic 9(05).
       01 WS-QTD-REC       pic 9(05).
       01 WS-QTD-FAT       pic 9(05).
       01 WS-REC-QTD-SOMA  pic 9(06).
       01 WS-REC-VALOR     pic 9(08)V99.
       01 WS-REC-CUSTO     pic 9(04)V99.
       01 WS-DIF           pic 9(04)V99.
       01 WS-DIF-MAX       pic 9(04)V99.
      *> Price tolerance against the receiving cost, in percent.
       01 WS-TOLERANCIA    pic 9(02)V99 value 2.00.
       01 WS-AGENDA-DATA   pic 9(08).
       01 WS-AGENDA-DIA    pic 9(08)V99.
       01 WS-AGENDA-TOTAL  pic 9(09)V99.
       01 WS-AGENDA-NOTAS  pic 9(05).

      *> RECEBTO.DAT line as bolinho.cob writes it: AAAA-MM-DD, SKU,
      *> quantity, unit cost edited ZZZ9,99, operator, PED-NUM.
       01 WS-RC-IN         pic x(60).
       01 WS-RC-IN-R redefines WS-RC-IN.
           05 RI-YYYY      pic x(04).
           05 FILLER       pic x.
           05 RI-MM        pic x(02).
           05 FILLER       pic x.
           05 RI-DD        pic x(02).
           05 FILLER       pic x.
           05 RI-SKU       pic 9(04).
           05 FILLER       pic x.
           05 RI-QTD       pic 9(04).
           05 FILLER       pic x.
           05 RI-CUSTO-INT pic x(04).
           05 FILLER       pic x.
           05 RI-CUSTO-DEC pic x(02).
           05 FILLER       pic x.
           05 RI-OPERADOR  pic x(10).
           05 FILLER       pic x(05).
           05 RI-PEDIDO    pic 9(06).
           05 FILLER       pic x(10).

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

       PROCEDURE DIVISION.
       001-Main.
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform until StayOpen = 'N'
                    display ' '
                    display "CONTAS A PAGAR"
                    display "--------------"
                    display "1 - Incluir nota de fornecedor"
                    display "2 - Liberar nota retida (supervisor)"
                    display "3 - Agenda de pagamentos"
                    display "4 - Consultar nota"
                    display "0 - Sair"
                    display ' '
                    display "Opcao : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform AddInvoice
                        when 2 perform ReleaseInvoice
                        when 3 perform PaySchedule
                        when 4 perform ShowInvoice
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open i-o PayFile
            if CP-FS = "35"
                open output PayFile
                close PayFile
                open i-o PayFile
            end-if
            if CP-FS not = "00"
                display "** ERROR ** unable to open CONTAPAG.DAT, status " CP-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o PayItemFile
            if CPI-FS = "35"
                open output PayItemFile
                close PayItemFile
                open i-o PayItemFile
            end-if
            if CPI-FS not = "00"
                display "** ERROR ** unable to open CONTAPAGIT.DAT, status " CPI-FS
                move 'N' to WS-FILES-OK
            end-if
            open input ARQUIVO-PEDIDO
            if PEDIDO-FS not = "00"
                display "** ERROR ** unable to open PEDIDO.DAT, status " PEDIDO-FS
                move 'N' to WS-FILES-OK
            end-if
            open input ARQUIVO-PEDIDO-IT
            if PEDIDO-IT-FS not = "00"
                display "** ERROR ** unable to open PEDIDOIT.DAT, status " PEDIDO-IT-FS
                move 'N' to WS-FILES-OK
            end-if
            open input ARQUIVO-FORNECEDOR
            if FORNECEDOR-FS not = "00"
                display "** ERROR ** unable to open FORNECEDOR.DAT, status " FORNECEDOR-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            close PayFile PayItemFile ARQUIVO-PEDIDO ARQUIVO-PEDIDO-IT
                ARQUIVO-FORNECEDOR.

      *> Header first, then the lines; each line is matched as it is
      *> keyed so the clerk sees the mismatch while the paper is
      *> still in hand. The header is written last, with the total of
      *> the lines and the held/scheduled decision for the invoice.
       AddInvoice.
            display "Fornecedor (codigo)      : " with no advancing
            accept WS-NOTA-FORN
            move WS-NOTA-FORN to FORN-COD
            read ARQUIVO-FORNECEDOR
                invalid key
                    display "Fornecedor nao cadastrado"
                    exit paragraph
            end-read
            display "Numero da nota           : " with no advancing
            accept WS-NOTA-NUM
            move WS-NOTA-FORN to CP-FORN
            move WS-NOTA-NUM  to CP-NOTA
            read PayFile
                invalid key continue
                not invalid key
                    display "Nota ja lancada para este fornecedor"
                    exit paragraph
            end-read
            display "Pedido (PED-NUM)         : " with no advancing
            accept WS-NOTA-PEDIDO
            move WS-NOTA-PEDIDO to PED-NUM
            read ARQUIVO-PEDIDO
                invalid key
                    display "Pedido nao encontrado"
                    exit paragraph
            end-read
            if PED-FORN not = WS-NOTA-FORN
                display "Pedido " PED-NUM " e do fornecedor " PED-FORN
                exit paragraph
            end-if
            accept WS-HOJE from date yyyymmdd
            display "Emissao (AAAAMMDD, 0 = hoje): " with no advancing
            accept CP-EMISSAO
            if CP-EMISSAO = zeros
                move WS-HOJE to CP-EMISSAO
            end-if
            display "Vencimento (AAAAMMDD, 0 = emissao + 30): "
                with no advancing
            accept CP-VENCIMENTO
            if CP-VENCIMENTO = zeros
                compute WS-VENC-INT =
                    function integer-of-date(CP-EMISSAO) + 30
                compute CP-VENCIMENTO =
                    function date-of-integer(WS-VENC-INT)
            end-if
            move zeros to WS-NOTA-SEQ WS-NOTA-TOTAL
            move 'N' to WS-NOTA-DIVERG
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                add 1 to WS-NOTA-SEQ
                display "Linha " WS-NOTA-SEQ " - SKU (0 = fim)  : "
                    with no advancing
                accept WS-LINHA-SKU
                if WS-LINHA-SKU = zeros or WS-NOTA-SEQ > 999
                    move 'Y' to WS-EOF
                else
                    perform AddInvoiceLine
                end-if
            end-perform
            subtract 1 from WS-NOTA-SEQ
            if WS-NOTA-SEQ = zeros
                display "Nota sem linhas - nada lancado"
                exit paragraph
            end-if

            move WS-NOTA-FORN   to CP-FORN
            move WS-NOTA-NUM    to CP-NOTA
            move WS-NOTA-PEDIDO to CP-PEDIDO
            move WS-NOTA-TOTAL  to CP-VALOR
            move zeros          to CP-VALOR-PAGO
            move SG-OPERATOR    to CP-OPERADOR
            move spaces         to CP-LIBERADOR
            if WS-NOTA-DIVERG = 'N'
                move 'A'   to CP-SITUACAO
                move space to CP-DIVERGENCIA
            else
                move 'R'   to CP-SITUACAO
                move WS-NOTA-DIVERG to CP-DIVERGENCIA
            end-if
            write PayData
                invalid key
                    display "** unable to write invoice, status " CP-FS
                not invalid key
                    move "CONTAPAG.DAT" to AU-FILE
                    move CP-CHAVE       to AU-KEY
                    move SG-OPERATOR    to AU-OPERATOR
                    move "ADD"          to AU-ACTION
                    move spaces         to AU-BEFORE
                    move PayData        to AU-AFTER
                    call "auditlog" using WS-AU-AREA
                    display "Total da nota            : " CP-VALOR
                    if CP-SITUACAO = 'A'
                        display "Nota conferida - agendada para "
                            CP-VENCIMENTO
                    else
                        display "Divergencia na conferencia - nota"
                            " RETIDA para liberacao do supervisor"
                    end-if
            end-write.

       AddInvoiceLine.
            display "  Quantidade faturada    : " with no advancing
            accept WS-LINHA-QTD
            display "  Custo unitario da nota : " with no advancing
            accept WS-LINHA-CUSTO
            perform MatchLine
            move WS-NOTA-FORN    to CPI-FORN
            move WS-NOTA-NUM     to CPI-NOTA
            move WS-NOTA-SEQ     to CPI-SEQ
            move WS-NOTA-PEDIDO  to CPI-PEDIDO
            move WS-LINHA-SKU    to CPI-SKU
            move WS-LINHA-QTD    to CPI-QTD
            move WS-LINHA-CUSTO  to CPI-CUSTO
            move WS-QTD-PED      to CPI-QTD-PED
            move WS-QTD-REC      to CPI-QTD-REC
            move WS-QTD-FAT      to CPI-QTD-FAT
            move WS-REC-CUSTO    to CPI-CUSTO-REC
            move WS-LINHA-DIVERG to CPI-DIVERGENCIA
            compute WS-LINHA-VALOR = CPI-QTD * CPI-CUSTO
            add WS-LINHA-VALOR to WS-NOTA-TOTAL
            write PayItemData
                invalid key
                    display "** unable to write invoice line, status "
                        CPI-FS
            end-write
            display "  pedido " CPI-QTD-PED " recebido " CPI-QTD-REC
                " ja faturado " CPI-QTD-FAT
                " custo receb. " CPI-CUSTO-REC
            evaluate CPI-DIVERGENCIA
                when 'Q' display "  ** divergencia de QUANTIDADE"
                when 'P' display "  ** divergencia de PRECO"
                when 'A' display "  ** divergencia de QUANTIDADE e PRECO"
                when other display "  conferida"
            end-evaluate.

      *> The three-way match for one line. Quantity: billed plus
      *> already billed on this order may not exceed what was
      *> received, nor what was ordered. Price: the unit cost may not
      *> stray from the receiving cost by more than WS-TOLERANCIA
      *> percent. 'Q', 'P' or 'A' (both) marks the line and the
      *> invoice.
       MatchLine.
            move space to WS-LINHA-DIVERG
            perform SumOrdered
            perform SumInvoiced
            perform SumReceivedCost
            if WS-LINHA-QTD + WS-QTD-FAT > WS-QTD-REC
                    or WS-LINHA-QTD + WS-QTD-FAT > WS-QTD-PED
                move 'Q' to WS-LINHA-DIVERG
            end-if
            if WS-REC-CUSTO > zeros
                if WS-LINHA-CUSTO > WS-REC-CUSTO
                    compute WS-DIF = WS-LINHA-CUSTO - WS-REC-CUSTO
                else
                    compute WS-DIF = WS-REC-CUSTO - WS-LINHA-CUSTO
                end-if
                compute WS-DIF-MAX rounded =
                    WS-REC-CUSTO * WS-TOLERANCIA / 100
                if WS-DIF > WS-DIF-MAX
                    if WS-LINHA-DIVERG = 'Q'
                        move 'A' to WS-LINHA-DIVERG
                    else
                        move 'P' to WS-LINHA-DIVERG
                    end-if
                end-if
            end-if
            if WS-LINHA-DIVERG not = space
                if WS-NOTA-DIVERG = 'N'
                    move WS-LINHA-DIVERG to WS-NOTA-DIVERG
                else
                    if WS-NOTA-DIVERG not = WS-LINHA-DIVERG
                        move 'A' to WS-NOTA-DIVERG
                    end-if
                end-if
            end-if.

       SumOrdered.
            move zeros to WS-QTD-PED WS-QTD-REC
            move 'N' to WS-ACHOU
            move WS-NOTA-PEDIDO to PEDIT-NUM
            move zeros to PEDIT-SEQ
            start ARQUIVO-PEDIDO-IT key is >= PEDIT-CHAVE
                invalid key move 'Y' to WS-ACHOU
            end-start
            perform until WS-ACHOU = 'Y'
                read ARQUIVO-PEDIDO-IT next record
                    at end move 'Y' to WS-ACHOU
                end-read
                if WS-ACHOU = 'N'
                    if PEDIT-NUM not = WS-NOTA-PEDIDO
                        move 'Y' to WS-ACHOU
                    else
                        if PEDIT-SKU = WS-LINHA-SKU
                            add PEDIT-QTD to WS-QTD-PED
                            add PEDIT-QTD-RECEBIDA to WS-QTD-REC
                        end-if
                    end-if
                end-if
            end-perform.

      *> Everything already billed against this order and SKU,
      *> earlier lines of the invoice being keyed included.
       SumInvoiced.
            move zeros to WS-QTD-FAT
            move 'N' to WS-ACHOU
            move WS-NOTA-PEDIDO to CPI-PEDIDO
            start PayItemFile key is = CPI-PEDIDO
                invalid key move 'Y' to WS-ACHOU
            end-start
            perform until WS-ACHOU = 'Y'
                read PayItemFile next record
                    at end move 'Y' to WS-ACHOU
                end-read
                if WS-ACHOU = 'N'
                    if CPI-PEDIDO not = WS-NOTA-PEDIDO
                        move 'Y' to WS-ACHOU
                    else
                        if CPI-SKU = WS-LINHA-SKU
                            add CPI-QTD to WS-QTD-FAT
                        end-if
                    end-if
                end-if
            end-perform.

       SumReceivedCost.
            move zeros to WS-REC-QTD-SOMA WS-REC-VALOR WS-REC-CUSTO
            open input ARQUIVO-RECEBTO
            if RECEBTO-FS not = "00"
                exit paragraph
            end-if
            move 'N' to WS-ACHOU
            perform until WS-ACHOU = 'Y'
                read ARQUIVO-RECEBTO into WS-RC-IN
                    at end move 'Y' to WS-ACHOU
                    not at end
                        if RI-PEDIDO = WS-NOTA-PEDIDO
                                and RI-SKU = WS-LINHA-SKU
                            add RI-QTD to WS-REC-QTD-SOMA
                            compute WS-REC-VALOR = WS-REC-VALOR
                                + RI-QTD *
                                  (function numval(RI-CUSTO-INT)
                                   + function numval(RI-CUSTO-DEC) / 100)
                        end-if
                end-read
            end-perform
            close ARQUIVO-RECEBTO
            if WS-REC-QTD-SOMA > zeros
                compute WS-REC-CUSTO rounded =
                    WS-REC-VALOR / WS-REC-QTD-SOMA
            end-if.

       ReleaseInvoice.
            if SG-LEVEL < 9
                display "Supervisor level required to release invoices"
                move 'D' to SG-FUNC
                move "AP RELEASE" to SG-DETAIL
                call "signon" using WS-SG-AREA
                exit paragraph
            end-if
            perform ShowInvoice
            if WS-ACHOU not = 'Y'
                exit paragraph
            end-if
            if CP-SITUACAO not = 'R'
                display "Nota nao esta retida"
                exit paragraph
            end-if
            display "Liberar para pagamento? (S/N): " with no advancing
            accept WS-CONFIRMA
            if WS-CONFIRMA not = 'S' and WS-CONFIRMA not = 's'
                exit paragraph
            end-if
            move PayData     to AU-BEFORE
            move 'A'         to CP-SITUACAO
            move SG-OPERATOR to CP-LIBERADOR
            rewrite PayData
                invalid key
                    display "** unable to rewrite invoice, status " CP-FS
                not invalid key
                    move "CONTAPAG.DAT" to AU-FILE
                    move CP-CHAVE       to AU-KEY
                    move SG-OPERATOR    to AU-OPERATOR
                    move "UPD"          to AU-ACTION
                    move PayData        to AU-AFTER
                    call "auditlog" using WS-AU-AREA
                    display "Nota liberada - agendada para "
                        CP-VENCIMENTO
            end-rewrite.

      *> Shows the header and lines of one invoice; WS-ACHOU = 'Y'
      *> leaves the header in the record area for the caller.
       ShowInvoice.
            move 'N' to WS-ACHOU
            display "Fornecedor (codigo)      : " with no advancing
            accept CP-FORN
            display "Numero da nota           : " with no advancing
            accept CP-NOTA
            read PayFile
                invalid key
                    display "Nota nao encontrada"
                    exit paragraph
            end-read
            display "Pedido " CP-PEDIDO " emissao " CP-EMISSAO
                " vencimento " CP-VENCIMENTO
            display "Valor " CP-VALOR " pago " CP-VALOR-PAGO
                " situacao " CP-SITUACAO " divergencia " CP-DIVERGENCIA
                " lancada por " CP-OPERADOR
            display "SEQ SKU  QTD  CUSTO   PED  REC  FAT  C.REC   D"
            move CP-FORN to CPI-FORN
            move CP-NOTA to CPI-NOTA
            move zeros   to CPI-SEQ
            move 'N' to WS-EOF
            start PayItemFile key is >= CPI-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PayItemFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CPI-FORN not = CP-FORN or CPI-NOTA not = CP-NOTA
                        move 'Y' to WS-EOF
                    else
                        display CPI-SEQ " " CPI-SKU " " CPI-QTD " "
                            CPI-CUSTO " " CPI-QTD-PED " " CPI-QTD-REC
                            " " CPI-QTD-FAT " " CPI-CUSTO-REC " "
                            CPI-DIVERGENCIA
                    end-if
                end-if
            end-perform
            move 'Y' to WS-ACHOU.

      *> Scheduled, still-unpaid invoices in due-date order, with a
      *> subtotal per day so the owner sees what each day will ask of
      *> the bank account.
       PaySchedule.
            move zeros to WS-AGENDA-DATA WS-AGENDA-DIA WS-AGENDA-TOTAL
                WS-AGENDA-NOTAS
            move 'N' to WS-EOF
            move zeros to CP-VENCIMENTO
            start PayFile key is >= CP-VENCIMENTO
                invalid key move 'Y' to WS-EOF
            end-start
            display "VENCTO   FORN NOTA      PEDIDO SALDO"
            perform until WS-EOF = 'Y'
                read PayFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CP-SITUACAO = 'A'
                            and CP-VALOR > CP-VALOR-PAGO
                        if CP-VENCIMENTO not = WS-AGENDA-DATA
                            perform ScheduleDayTotal
                            move CP-VENCIMENTO to WS-AGENDA-DATA
                        end-if
                        compute WS-LINHA-VALOR =
                            CP-VALOR - CP-VALOR-PAGO
                        add WS-LINHA-VALOR to WS-AGENDA-DIA
                        add WS-LINHA-VALOR to WS-AGENDA-TOTAL
                        add 1 to WS-AGENDA-NOTAS
                        display CP-VENCIMENTO " " CP-FORN " " CP-NOTA
                            " " CP-PEDIDO " " WS-LINHA-VALOR
                    end-if
                end-if
            end-perform
            perform ScheduleDayTotal
            display "Notas agendadas : " WS-AGENDA-NOTAS
            display "Total agendado  : " WS-AGENDA-TOTAL.

       ScheduleDayTotal.
            if WS-AGENDA-DIA > zeros
                display "         total do dia " WS-AGENDA-DATA " : "
                    WS-AGENDA-DIA
            end-if
            move zeros to WS-AGENDA-DIA.

       END PROGRAM pagmnt.
