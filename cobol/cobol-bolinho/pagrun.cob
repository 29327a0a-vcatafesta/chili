       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagrun.
       AUTHOR. VILMAR CATAFESTA.
      *> Weekly supplier payment run: behind a supervisor sign-on,
      *> walks the scheduled CONTAPAG.DAT invoices (pagmnt.cob) in
      *> due-date order up to the date asked, shows each one and
      *> takes an approve/hold answer. Approved invoices go out on
      *> PAGFORN.REM - the outgoing-payment twin of bancoexp.cob's
      *> COBRANCA.REM: a dated header, one fixed-layout detail per
      *> FORN-COD/nota with due date and open balance, and a trailer
      *> with record count and total - and are marked 'E' (sent to
      *> the bank) so the next run does not pay them twice. Held
      *> invoices stay scheduled and come back next week. The bank's
      *> answer is posted by pagret.cob. Open debit notes from goods
      *> sent back to the supplier (DEBFORN.DAT, bolinho.cob) are
      *> netted against an approved invoice first, oldest note first:
      *> the amount used is settled on the invoice as a compensation -
      *> no cash moves, so it never reaches PAGOS.DAT - and only the
      *> remainder goes out to the bank. An invoice the notes cover in
      *> full is closed ('P') right here.
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
           SELECT ARQUIVO-FORNECEDOR ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FORN-COD
                         FILE STATUS  IS FORNECEDOR-FS.
           SELECT DebitNoteFile ASSIGN TO "DEBFORN.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DN-NUM
                         FILE STATUS  IS DN-FS.
           SELECT RemessaFile ASSIGN TO "PAGFORN.REM"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REM-FS.
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

       FD ARQUIVO-FORNECEDOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01 FORNECEDOR.
           05 FORN-COD         PIC 9(03).
           05 FORN-NOME        PIC X(30).
           05 FORN-FONE        PIC 9(09).
           05 FORN-EMAIL       PIC X(40).
           05 FORN-PRAZO       PIC 9(03).

       FD DebitNoteFile.
       01 DebitNoteData.
           05 DN-NUM               PIC 9(06).
           05 DN-FORN              PIC 9(03).
           05 DN-DATA              PIC 9(08).
           05 DN-SKU               PIC 9(04).
           05 DN-LOTE              PIC 9(04).
           05 DN-QTD               PIC 9(04).
           05 DN-CUSTO             PIC 9(04)V99.
           05 DN-VALOR             PIC 9(07)V99.
           05 DN-ABATIDO           PIC 9(07)V99.
           05 DN-LOJA              PIC 9(02).
           05 DN-MOTIVO            PIC X(30).
           05 DN-OPERADOR          PIC X(10).

       FD RemessaFile.
       01 RemessaRec       pic x(40).

       WORKING-STORAGE SECTION.
       01 CP-FS            pic xx.
       01 FORNECEDOR-FS    pic xx.
       01 REM-FS           pic xx.
       01 DN-FS            pic xx.
       01 WS-DN-OK         pic x value 'N'.
       01 WS-DN-EOF        pic x.
       01 WS-DN-ABERTO     pic 9(07)V99.
       01 WS-DN-USO        pic 9(07)V99.
       01 WS-ABATIDO       pic 9(07)V99.
       01 WS-TOT-ABATIDO   pic 9(10)V99 value zeros.
       01 WS-QUITADAS      pic 9(06) value zeros.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-ATE-DATA      pic 9(08).
       01 WS-RESPOSTA      pic x.
       01 WS-SALDO         pic 9(07)V99.
       01 WS-COUNT         pic 9(06) value zeros.
       01 WS-HELD          pic 9(06) value zeros.
       01 WS-TOTAL         pic 9(10)V99 value zeros.

       01 WS-REM-HEADER.
           02 FILLER       pic x value "0".
           02 HD-DATA      pic 9(08).
           02 FILLER       pic x(03) value "PAG".
           02 FILLER       pic x(28) value spaces.

       01 WS-REM-DETAIL.
           02 FILLER       pic x value "1".
           02 DT-FORN      pic 9(03).
           02 DT-NOTA      pic 9(09).
           02 DT-VENCIMENTO pic 9(08).
           02 DT-VALOR     pic 9(07)V99.
           02 FILLER       pic x(10) value spaces.

       01 WS-REM-TRAILER.
           02 FILLER       pic x value "9".
           02 TR-COUNT     pic 9(06).
           02 TR-TOTAL     pic 9(10)V99.
           02 FILLER       pic x(21) value spaces.

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
            if SG-LEVEL < 9
                display "Supervisor level required for the payment run."
                move 'D' to SG-FUNC
                move "AP PAYMENT RUN" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            display "Pagar vencimentos ate (AAAAMMDD, 0 = hoje): "
                with no advancing
            accept WS-ATE-DATA
            if WS-ATE-DATA = zeros
                move WS-RUN-DATE to WS-ATE-DATA
            end-if

            open i-o PayFile
            if CP-FS not = "00"
                display "** ERROR ** unable to open CONTAPAG.DAT, status " CP-FS
                stop run
            end-if
            open input ARQUIVO-FORNECEDOR
            if FORNECEDOR-FS not = "00"
                display "** ERROR ** unable to open FORNECEDOR.DAT, status " FORNECEDOR-FS
                close PayFile
                stop run
            end-if
            open output RemessaFile
            if REM-FS not = "00"
                display "** ERROR ** unable to open PAGFORN.REM, status " REM-FS
                close PayFile ARQUIVO-FORNECEDOR
                stop run
            end-if
      *> No debit note file yet simply means nothing to net.
            open i-o DebitNoteFile
            if DN-FS = "00"
                move 'Y' to WS-DN-OK
            end-if

            move WS-RUN-DATE to HD-DATA
            write RemessaRec from WS-REM-HEADER

            move zeros to CP-VENCIMENTO
            start PayFile key is >= CP-VENCIMENTO
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PayFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CP-VENCIMENTO > WS-ATE-DATA
                        move 'Y' to WS-EOF
                    else
                        if CP-SITUACAO = 'A'
                                and CP-VALOR > CP-VALOR-PAGO
                            perform ReviewOne
                        end-if
                    end-if
                end-if
            end-perform

            move WS-COUNT to TR-COUNT
            move WS-TOTAL to TR-TOTAL
            write RemessaRec from WS-REM-TRAILER

            close PayFile ARQUIVO-FORNECEDOR RemessaFile
            if WS-DN-OK = 'Y'
                close DebitNoteFile
            end-if
            display ' '
            display "Supplier payment run complete"
            display "  approved   : " WS-COUNT
            display "  held       : " WS-HELD
            display "  total      : " WS-TOTAL
            display "  debit notes: " WS-TOT-ABATIDO
            display "  settled by notes only : " WS-QUITADAS
            display "  file       : PAGFORN.REM"
            stop run.

      *> Approve (A) sends the open balance to the bank and marks the
      *> invoice 'E'; anything else holds it for the next run.
       ReviewOne.
            compute WS-SALDO = CP-VALOR - CP-VALOR-PAGO
            move CP-FORN to FORN-COD
            read ARQUIVO-FORNECEDOR
                invalid key move "** fornecedor nao cadastrado **"
                    to FORN-NOME
            end-read
            display ' '
            display CP-VENCIMENTO " " CP-FORN " " FORN-NOME
            display "  nota " CP-NOTA " pedido " CP-PEDIDO
                " saldo " WS-SALDO
            display "  (A)provar / (S)egurar : " with no advancing
            accept WS-RESPOSTA
            if WS-RESPOSTA not = 'A' and WS-RESPOSTA not = 'a'
                add 1 to WS-HELD
                exit paragraph
            end-if
            move PayData to AU-BEFORE
            perform NetDebitNotes
            if WS-SALDO = zeros
                move 'P' to CP-SITUACAO
            else
                move 'E' to CP-SITUACAO
            end-if
            rewrite PayData
                invalid key
                    display "** unable to mark invoice, not sent"
                    add 1 to WS-HELD
                not invalid key
                    if WS-SALDO = zeros
                        add 1 to WS-QUITADAS
                    else
                        move CP-FORN       to DT-FORN
                        move CP-NOTA       to DT-NOTA
                        move CP-VENCIMENTO to DT-VENCIMENTO
                        move WS-SALDO      to DT-VALOR
                        write RemessaRec from WS-REM-DETAIL
                        add 1 to WS-COUNT
                        add WS-SALDO to WS-TOTAL
                    end-if
                    if WS-ABATIDO > zeros
                        display "  abatido por nota de debito: "
                            WS-ABATIDO "  a pagar: " WS-SALDO
                    end-if
                    move "CONTAPAG.DAT" to AU-FILE
                    move CP-CHAVE       to AU-KEY
                    move SG-OPERATOR    to AU-OPERATOR
                    move "UPD"          to AU-ACTION
                    move PayData        to AU-AFTER
                    call "auditlog" using WS-AU-AREA
            end-rewrite.

      *> Uses the supplier's open debit notes, oldest number first,
      *> against the balance being approved. Each note keeps what has
      *> been used in DN-ABATIDO; the invoice takes the total as paid.
       NetDebitNotes.
            move zeros to WS-ABATIDO
            if WS-DN-OK not = 'Y'
                exit paragraph
            end-if
            move 'N' to WS-DN-EOF
            move zeros to DN-NUM
            start DebitNoteFile key is >= DN-NUM
                invalid key move 'Y' to WS-DN-EOF
            end-start
            perform until WS-DN-EOF = 'Y' or WS-SALDO = zeros
                read DebitNoteFile next record
                    at end move 'Y' to WS-DN-EOF
                end-read
                if WS-DN-EOF = 'N' and DN-FORN = CP-FORN
                        and DN-VALOR > DN-ABATIDO
                    compute WS-DN-ABERTO = DN-VALOR - DN-ABATIDO
                    if WS-DN-ABERTO > WS-SALDO
                        move WS-SALDO to WS-DN-USO
                    else
                        move WS-DN-ABERTO to WS-DN-USO
                    end-if
                    add WS-DN-USO to DN-ABATIDO
                    rewrite DebitNoteData
                        invalid key
                            display "** debit note " DN-NUM " not updated"
                        not invalid key
                            subtract WS-DN-USO from WS-SALDO
                            add WS-DN-USO to WS-ABATIDO
                            add WS-DN-USO to CP-VALOR-PAGO
                            add WS-DN-USO to WS-TOT-ABATIDO
                    end-rewrite
                end-if
            end-perform.

       END PROGRAM pagrun.
