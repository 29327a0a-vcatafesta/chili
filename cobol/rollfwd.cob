       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollfwd.
       AUTHOR. VILMAR CATAFESTA.
      *> Roll-forward recovery after backupmgr.cob has put back a
      *> dated copy of customer.dat or ESTOQUE.DAT: the after-images
      *> auditlog.cob kept of every ADD, UPD and DEL on that file are
      *> replayed in the order they were written, from the time the
      *> copy was taken up to the point in time chosen (blank = the
      *> end of the trail) - the monthly generations logroll.cob cut
      *> (AUDIT.DAT.YYYYMM) first, then the live AUDIT.DAT. Stock
      *> movements the till and the batch jobs log under their own
      *> codes (VEN, DEV, KIT, RCB, AJU, BXV and the like) carry the
      *> whole record after the change and are replayed as updates.
      *> A change already in the file is skipped, so starting a bit
      *> early costs nothing. A change that does not fit - an update
      *> whose before-image is not what the record holds, an add
      *> over a different record, a delete of a record that changed
      *> - is not forced in but listed as a conflict in
      *> ROLLFWD<date>.rpt for someone to look at. Images lgpd.cob
      *> masked are rebuilt as the anonymized customer, and every
      *> LGPD erasure in the window is applied again, so a restore
      *> never brings back erased data. Supervisor sign-on; the run
      *> ends with the keycheck and refcheck passes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT AuditFile ASSIGN TO WS-AUDIT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS AUD-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01 PRODUTO.
           05 SKU              PIC 9(04).
           05 NOME             PIC X(30).
           05 VALIDADE.
               10 DIA          PIC 99.
               10 MES          PIC 99.
               10 ANO          PIC 9(04).
           05 VALOR-CUSTO      PIC 9(04)V99.
           05 VALOR-VENDA      PIC 9(04)V99.
           05 QTD-ESTOQUE      PIC 9(04).
           05 FORNECEDOR-COD   PIC 9(03).
           05 CODIGO-BARRA     PIC 9(13).
           05 CATEG-FISCAL     PIC 9(02).

       FD AuditFile.
       01 AuditRec.
           05 AL-DATE      pic 9(08).
           05 FILLER       pic x.
           05 AL-TIME      pic 9(06).
           05 FILLER       pic x.
           05 AL-FILE      pic x(12).
           05 FILLER       pic x.
           05 AL-KEY       pic x(20).
           05 FILLER       pic x.
           05 AL-OPERATOR  pic x(10).
           05 FILLER       pic x.
           05 AL-ACTION    pic x(03).
           05 FILLER       pic x.
           05 AL-BEFORE    pic x(100).
           05 FILLER       pic x.
           05 AL-AFTER     pic x(100).

       FD ReportFile.
       01 ReportLine       pic x(132).

       WORKING-STORAGE SECTION.
       01 CUST-FS          pic 99.
       01 ESTOQUE-FS       pic xx.
       01 AUD-FS           pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-BASE-PICK     pic 9.
       01 WS-BASE-NAME     pic x(12).
       01 WS-REC-LEN       pic 9(03).
       01 WS-AUDIT-FILENAME pic x(20).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-CMD           pic x(40).
       01 WS-ANSWER        pic x.

       01 WS-DE-DATA       pic 9(08).
       01 WS-DE-HORA       pic 9(06).
       01 WS-ATE-DATA      pic 9(08).
       01 WS-ATE-HORA      pic 9(06).
       01 WS-ATE-TXT       pic x(08).
       01 WS-HORA-TXT      pic x(06).
       01 WS-DESDE         pic 9(14).
       01 WS-ATE           pic 9(14).
       01 WS-QUANDO        pic 9(14).

       01 WS-PER-ANO       pic 9(04).
       01 WS-PER-MES       pic 9(02).
       01 WS-PERIODO       pic 9(06).
       01 WS-PER-FIM       pic 9(06).

      *> The record images as the trail holds them, with room for
      *> the longer ESTOQUE.DAT layout.
       01 WS-ANTES         pic x(100).
       01 WS-DEPOIS        pic x(100).
       01 WS-ATUAL         pic x(100).
       01 WS-CHAVE         pic x(20).
       01 WS-ACHOU         pic x.
       01 WS-MASCARADO     pic x.
       01 WS-RESULTADO     pic x(40).

       01 WS-LIDOS         pic 9(07) value zeros.
       01 WS-NA-JANELA     pic 9(06) value zeros.
       01 WS-APLICADOS     pic 9(06) value zeros.
       01 WS-JA-FEITOS     pic 9(06) value zeros.
       01 WS-CONFLITOS     pic 9(06) value zeros.
       01 WS-ARQUIVOS      pic 9(03) value zeros.

       01 WS-REL-LINHA.
           02 RL-DATA      pic 9(08).
           02              pic x value space.
           02 RL-HORA      pic 9(06).
           02              pic x value space.
           02 RL-ACAO      pic x(03).
           02              pic x value space.
           02 RL-CHAVE     pic x(20).
           02              pic x value space.
           02 RL-OPERADOR  pic x(10).
           02              pic x value space.
           02 RL-RESULTADO pic x(40).
           02              pic x value space.
           02 RL-ORIGEM    pic x(20).

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

       01 WS-FL-AREA.
           05 FL-FUNC      pic x.
           05 FL-FILE      pic x(14).
           05 FL-PROGRAM   pic x(12).
           05 FL-OPERATOR  pic x(10).
           05 FL-OK        pic x.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            display "ROLL-FORWARD FROM THE AUDIT TRAIL"
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            if SG-LEVEL < 9
                display "Supervisor level required for a roll-forward."
                move 'D' to SG-FUNC
                move "ROLL-FORWARD" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            accept WS-RUN-TIME from time
            perform AskWindow
            display "Replay the " function trim(WS-BASE-NAME)
                " changes from " WS-DE-DATA " " WS-DE-HORA
                " to " WS-ATE-DATA " " WS-ATE-HORA "? (Y/N): "
                with no advancing
            accept WS-ANSWER
            if WS-ANSWER not = 'Y' and WS-ANSWER not = 'y'
                display "Roll-forward cancelled."
                stop run
            end-if
            perform OpenReport
            perform OpenTarget

      *>    Archived months from the one the copy was taken in, then
      *>    the live trail.
            move WS-DE-DATA(1:4) to WS-PER-ANO
            move WS-DE-DATA(5:2) to WS-PER-MES
            compute WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES
            compute WS-PER-FIM = WS-ATE-DATA / 100
            perform until WS-PERIODO > WS-PER-FIM
                move spaces to WS-AUDIT-FILENAME
                string "AUDIT.DAT." delimited by size
                       WS-PERIODO   delimited by size
                    into WS-AUDIT-FILENAME
                end-string
                perform ReplayOne
                if WS-PER-MES = 12
                    add 1 to WS-PER-ANO
                    move 1 to WS-PER-MES
                else
                    add 1 to WS-PER-MES
                end-if
                compute WS-PERIODO = WS-PER-ANO * 100 + WS-PER-MES
            end-perform
            move "AUDIT.DAT" to WS-AUDIT-FILENAME
            perform ReplayOne

            perform CloseTarget
            perform CloseReport
            move WS-BASE-NAME to AU-FILE
            move spaces       to AU-KEY
            move SG-OPERATOR  to AU-OPERATOR
            move "RFW"        to AU-ACTION
            move spaces       to AU-BEFORE AU-AFTER
            string "from " WS-DE-DATA " " WS-DE-HORA
                   " to " WS-ATE-DATA " " WS-ATE-HORA
                delimited by size into AU-BEFORE
            end-string
            string "applied " WS-APLICADOS " present " WS-JA-FEITOS
                   " conflicts " WS-CONFLITOS
                delimited by size into AU-AFTER
            end-string
            call "auditlog" using WS-AU-AREA
            display ' '
            display "Roll-forward of " function trim(WS-BASE-NAME)
                " complete"
            display "  trail files read    : " WS-ARQUIVOS
            display "  changes in window   : " WS-NA-JANELA
            display "  applied             : " WS-APLICADOS
            display "  already present     : " WS-JA-FEITOS
            display "  conflicts           : " WS-CONFLITOS
            display "  listed in           : " WS-REP-FILENAME
      *>    Integrity passes over the rebuilt file before anyone
      *>    goes back to work on it.
            move "./keycheck" to WS-CMD
            call "SYSTEM" using WS-CMD
            move "./refcheck" to WS-CMD
            call "SYSTEM" using WS-CMD
            display "Check the keycheck and refcheck output above and"
                " the conflicts in " function trim(WS-REP-FILENAME)
                " before resuming normal work."
            if WS-CONFLITOS > zeros
                move 4 to return-code
            end-if
            stop run.

       AskWindow.
            display "File (1=customer.dat 2=ESTOQUE.DAT): "
                with no advancing
            accept WS-BASE-PICK
            if WS-BASE-PICK = 2
                move "ESTOQUE.DAT" to WS-BASE-NAME
                move 76 to WS-REC-LEN
            else
                move "customer.dat" to WS-BASE-NAME
                move 54 to WS-REC-LEN
            end-if
            display "Copy restored was taken on (YYYYMMDD): "
                with no advancing
            accept WS-DE-DATA
            display "  at (HHMMSS, blank = start of that day): "
                with no advancing
            move spaces to WS-HORA-TXT
            accept WS-HORA-TXT
            if WS-HORA-TXT = spaces
                move zeros to WS-DE-HORA
            else
                move WS-HORA-TXT to WS-DE-HORA
            end-if
            display "Replay up to date (YYYYMMDD, blank = end of trail): "
                with no advancing
            move spaces to WS-ATE-TXT
            accept WS-ATE-TXT
            if WS-ATE-TXT = spaces
                move WS-RUN-DATE to WS-ATE-DATA
                move 235959 to WS-ATE-HORA
            else
                move WS-ATE-TXT to WS-ATE-DATA
                display "  up to time (HHMMSS, blank = end of that day): "
                    with no advancing
                move spaces to WS-HORA-TXT
                accept WS-HORA-TXT
                if WS-HORA-TXT = spaces
                    move 235959 to WS-ATE-HORA
                else
                    move WS-HORA-TXT to WS-ATE-HORA
                end-if
            end-if
            compute WS-DESDE = WS-DE-DATA * 1000000 + WS-DE-HORA
            compute WS-ATE = WS-ATE-DATA * 1000000 + WS-ATE-HORA.

       OpenTarget.
            if WS-BASE-PICK = 2
                move 'A' to FL-FUNC
                move "ESTOQUE.DAT" to FL-FILE
                move "rollfwd" to FL-PROGRAM
                move SG-OPERATOR to FL-OPERATOR
                call "filelock" using WS-FL-AREA
                if FL-OK not = 'Y'
                    display "ESTOQUE.DAT held by another program -"
                        " roll-forward abandoned"
                    stop run
                end-if
                open i-o ARQUIVO-ESTOQUE
                if ESTOQUE-FS not = "00"
                    display "** ERROR ** unable to open ESTOQUE.DAT, status "
                        ESTOQUE-FS
                    move 'L' to FL-FUNC
                    call "filelock" using WS-FL-AREA
                    stop run
                end-if
            else
                open i-o CustomerFile
                if CUST-FS not = 00
                    display "** ERROR ** unable to open customer.dat, status "
                        CUST-FS
                    stop run
                end-if
            end-if.

       CloseTarget.
            if WS-BASE-PICK = 2
                close ARQUIVO-ESTOQUE
                move 'L' to FL-FUNC
                call "filelock" using WS-FL-AREA
            else
                close CustomerFile
            end-if.

       OpenReport.
            move spaces to WS-REP-FILENAME
            string "ROLLFWD" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            if REP-FS not = "00"
                display "** ERROR ** unable to open " WS-REP-FILENAME
                    ", status " REP-FS " - roll-forward not run."
                stop run
            end-if
            move spaces to ReportLine
            string "ROLL-FORWARD OF " delimited by size
                   WS-BASE-NAME delimited by space
                   " FROM " delimited by size
                   WS-DE-DATA " " WS-DE-HORA delimited by size
                   " TO " delimited by size
                   WS-ATE-DATA " " WS-ATE-HORA delimited by size
                   " BY " delimited by size
                   SG-OPERATOR delimited by size
                into ReportLine
            end-string
            write ReportLine
            move "DATE     TIME   ACT KEY                  OPERATOR   RESULT                                   TRAIL"
                to ReportLine
            write ReportLine.

       CloseReport.
            move spaces to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "IN WINDOW " WS-NA-JANELA "  APPLIED " WS-APLICADOS
                   "  ALREADY PRESENT " WS-JA-FEITOS
                   "  CONFLICTS " WS-CONFLITOS
                delimited by size into ReportLine
            end-string
            write ReportLine
            close ReportFile
            move "ROLL-FORWARD" to RC-REPORT
            move "rollfwd" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-CONFLITOS to RC-COUNT
            call "rptcat" using WS-RC-AREA.

       ReplayOne.
            open input AuditFile
            if AUD-FS not = "00"
                exit paragraph
            end-if
            add 1 to WS-ARQUIVOS
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read AuditFile
                    at end move 'Y' to WS-EOF
                    not at end
                        add 1 to WS-LIDOS
                        perform ReplayEntry
                end-read
            end-perform
            close AuditFile.

      *> Only this file's changes inside the window - plus, for
      *> customer.dat, the LGPD erasures - are replayed. Any code
      *> other than ADD and DEL that carries an after-image is an
      *> update to that record.
       ReplayEntry.
            compute WS-QUANDO = AL-DATE * 1000000 + AL-TIME
            if WS-QUANDO < WS-DESDE or WS-QUANDO > WS-ATE
                exit paragraph
            end-if
            if WS-BASE-PICK = 1 and AL-FILE = "LGPD"
                    and AL-ACTION = "ANO"
                add 1 to WS-NA-JANELA
                perform ReplayErasure
                exit paragraph
            end-if
            if AL-FILE not = WS-BASE-NAME
                exit paragraph
            end-if
            if AL-ACTION not = "DEL" and AL-AFTER = spaces
                exit paragraph
            end-if
            add 1 to WS-NA-JANELA
            move AL-BEFORE to WS-ANTES
            move AL-AFTER  to WS-DEPOIS
            move 'N' to WS-MASCARADO
            if WS-DEPOIS = "ANONIMIZADO LGPD"
                move 'Y' to WS-MASCARADO
                move spaces to WS-ANTES
                if AL-ACTION not = "DEL"
                    move spaces to WS-DEPOIS
                    move AL-KEY (1:8) to WS-DEPOIS (1:8)
                    move "ANONIMIZADO" to WS-DEPOIS (9:15)
                    move 'I' to WS-DEPOIS (39:1)
                end-if
            end-if
      *>    The key comes from the record image itself, so it has the
      *>    file's own width whatever the program put in AU-KEY.
            move spaces to WS-CHAVE
            if AL-ACTION = "DEL"
                if WS-ANTES = spaces
                    move AL-KEY to WS-CHAVE
                else
                    move WS-ANTES to WS-CHAVE
                end-if
            else
                move WS-DEPOIS to WS-CHAVE
            end-if
            perform ReadCurrent
            if WS-ACHOU = 'E'
                move "CONFLICT - KEY NOT VALID" to WS-RESULTADO
                perform Conflict
                exit paragraph
            end-if
            evaluate AL-ACTION
                when "ADD" perform ReplayAdd
                when "UPD" perform ReplayUpdate
                when "DEL" perform ReplayDelete
                when other perform ReplayUpdate
            end-evaluate.

       ReplayAdd.
            if WS-ACHOU = 'N'
                move WS-DEPOIS to WS-ATUAL
                perform WriteCurrent
                exit paragraph
            end-if
            if WS-ATUAL (1:WS-REC-LEN) = WS-DEPOIS (1:WS-REC-LEN)
                add 1 to WS-JA-FEITOS
            else
                move "CONFLICT - ADD OVER A DIFFERENT RECORD"
                    to WS-RESULTADO
                perform Conflict
            end-if.

      *> An update goes in over the record its before-image shows;
      *> a masked or blank before-image cannot be compared and the
      *> after-image is taken as it stands.
       ReplayUpdate.
            if WS-ACHOU = 'N'
                move "CONFLICT - RECORD NOT ON FILE" to WS-RESULTADO
                perform Conflict
                exit paragraph
            end-if
            if WS-ATUAL (1:WS-REC-LEN) = WS-DEPOIS (1:WS-REC-LEN)
                add 1 to WS-JA-FEITOS
                exit paragraph
            end-if
            if WS-ANTES not = spaces
                    and WS-ATUAL (1:WS-REC-LEN) not =
                        WS-ANTES (1:WS-REC-LEN)
                move "CONFLICT - RECORD DIFFERS FROM BEFORE-IMAGE"
                    to WS-RESULTADO
                perform Conflict
                exit paragraph
            end-if
            move WS-DEPOIS to WS-ATUAL
            perform RewriteCurrent.

       ReplayDelete.
            if WS-ACHOU = 'N'
                add 1 to WS-JA-FEITOS
                exit paragraph
            end-if
            if WS-ANTES not = spaces
                    and WS-ATUAL (1:WS-REC-LEN) not =
                        WS-ANTES (1:WS-REC-LEN)
                move "CONFLICT - DELETED RECORD HAD CHANGED"
                    to WS-RESULTADO
                perform Conflict
                exit paragraph
            end-if
            perform DeleteCurrent.

      *> The erasure line keys the customer; its record is brought
      *> to the anonymized state lgpd.cob leaves.
       ReplayErasure.
            move spaces to WS-CHAVE
            move AL-KEY (1:8) to WS-CHAVE
            perform ReadCurrent
            if WS-ACHOU not = 'Y'
                add 1 to WS-JA-FEITOS
                exit paragraph
            end-if
            move WS-ATUAL to CustomerData
            if FirstName = "ANONIMIZADO" and LastName = spaces
                    and CustDoc = spaces and CustStatus = 'I'
                add 1 to WS-JA-FEITOS
                exit paragraph
            end-if
            move "ANONIMIZADO" to FirstName
            move spaces to LastName CustDocTipo CustDoc
            move 'I' to CustStatus
            move CustomerData to WS-ATUAL
            perform RewriteCurrent.

      *> WS-ACHOU: Y found (image in WS-ATUAL), N not on file,
      *> E the key is not a valid number for the file.
       ReadCurrent.
            move spaces to WS-ATUAL
            if WS-BASE-PICK = 2
                if WS-CHAVE (1:4) not numeric
                    move 'E' to WS-ACHOU
                    exit paragraph
                end-if
                move WS-CHAVE (1:4) to SKU
                read ARQUIVO-ESTOQUE
                    invalid key move 'N' to WS-ACHOU
                    not invalid key
                        move 'Y' to WS-ACHOU
                        move PRODUTO to WS-ATUAL
                end-read
            else
                if WS-CHAVE (1:8) not numeric
                    move 'E' to WS-ACHOU
                    exit paragraph
                end-if
                move WS-CHAVE (1:8) to IDNum
                read CustomerFile
                    invalid key move 'N' to WS-ACHOU
                    not invalid key
                        move 'Y' to WS-ACHOU
                        move CustomerData to WS-ATUAL
                end-read
            end-if.

       WriteCurrent.
            if WS-BASE-PICK = 2
                move WS-ATUAL to PRODUTO
                write PRODUTO
                    invalid key
                        move "CONFLICT - ADD REFUSED BY THE FILE"
                            to WS-RESULTADO
                        perform Conflict
                    not invalid key perform Applied
                end-write
            else
                move WS-ATUAL to CustomerData
                write CustomerData
                    invalid key
                        move "CONFLICT - ADD REFUSED BY THE FILE"
                            to WS-RESULTADO
                        perform Conflict
                    not invalid key perform Applied
                end-write
            end-if.

       RewriteCurrent.
            if WS-BASE-PICK = 2
                move WS-ATUAL to PRODUTO
                rewrite PRODUTO
                    invalid key
                        move "CONFLICT - REWRITE REFUSED BY THE FILE"
                            to WS-RESULTADO
                        perform Conflict
                    not invalid key perform Applied
                end-rewrite
            else
                move WS-ATUAL to CustomerData
                rewrite CustomerData
                    invalid key
                        move "CONFLICT - REWRITE REFUSED BY THE FILE"
                            to WS-RESULTADO
                        perform Conflict
                    not invalid key perform Applied
                end-rewrite
            end-if.

       DeleteCurrent.
            if WS-BASE-PICK = 2
                delete ARQUIVO-ESTOQUE
                    invalid key
                        move "CONFLICT - DELETE REFUSED BY THE FILE"
                            to WS-RESULTADO
                        perform Conflict
                    not invalid key perform Applied
                end-delete
            else
                delete CustomerFile
                    invalid key
                        move "CONFLICT - DELETE REFUSED BY THE FILE"
                            to WS-RESULTADO
                        perform Conflict
                    not invalid key perform Applied
                end-delete
            end-if.

       Applied.
            add 1 to WS-APLICADOS
            if WS-MASCARADO = 'Y' or AL-FILE = "LGPD"
                move "APPLIED - ANONYMIZED BY LGPD ERASURE"
                    to WS-RESULTADO
            else
                move "APPLIED" to WS-RESULTADO
            end-if
            perform ReportEntry.

       Conflict.
            add 1 to WS-CONFLITOS
            perform ReportEntry
            move spaces to ReportLine
            string "    trail after : " WS-DEPOIS (1:WS-REC-LEN)
                delimited by size into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            string "    file now    : " WS-ATUAL (1:WS-REC-LEN)
                delimited by size into ReportLine
            end-string
            write ReportLine.

       ReportEntry.
            move AL-DATE        to RL-DATA
            move AL-TIME        to RL-HORA
            move AL-ACTION      to RL-ACAO
            move WS-CHAVE       to RL-CHAVE
            move AL-OPERATOR    to RL-OPERADOR
            move WS-RESULTADO   to RL-RESULTADO
            move WS-AUDIT-FILENAME to RL-ORIGEM
            move WS-REL-LINHA   to ReportLine
            write ReportLine.

       END PROGRAM rollfwd.
