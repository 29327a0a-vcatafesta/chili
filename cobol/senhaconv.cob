       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. senhaconv.
       AUTHOR. VILMAR CATAFESTA.
      *> One-time rebuild of OPERADOR.DAT from plain-text passwords
      *> to hashed ones. Every operator gets a salt from
      *> senhahash.cob, the current password and the three history
      *> slots are replaced by their hashes under that salt, and
      *> OP-TROCA is set so signon.cob makes each operator pick a
      *> new password at the next sign-on - the old ones sat in
      *> clear on disk and must be treated as known. Level, password
      *> date, failures and lockout carry over unchanged.
      *> Dated safety copy first, OPERADOR.NEW loaded, then swapped
      *> over the live file - the operconv.cob recipe. The safety
      *> copy holds the plain-text passwords, so it is deleted once
      *> every record has loaded, together with any copy operconv.cob
      *> left in the last two years; if records were lost it stays
      *> for the investigation and must be removed by hand after.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperOld ASSIGN TO "OPERADOR.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OLD-ID
                         FILE STATUS  IS OLD-FS.
           SELECT OperNew ASSIGN TO "OPERADOR.NEW"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS OP-ID
                         FILE STATUS  IS NEW-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OperOld.
       01 OperDataOld.
            02 OLD-ID         pic x(10).
            02 OLD-SENHA      pic x(10).
            02 OLD-NIVEL      pic 9.
            02 OLD-SENHA-DATA pic 9(08).
            02 OLD-FALHAS     pic 9.
            02 OLD-BLOQUEADO  pic x.
            02 OLD-HIST1      pic x(10).
            02 OLD-HIST2      pic x(10).
            02 OLD-HIST3      pic x(10).

       FD OperNew.
       01 OperData.
            02 OP-ID         pic x(10).
            02 OP-SAL        pic x(08).
            02 OP-SENHA      pic x(30).
            02 OP-NIVEL      pic 9.
            02 OP-SENHA-DATA pic 9(08).
            02 OP-FALHAS     pic 9.
            02 OP-BLOQUEADO  pic x.
            02 OP-TROCA      pic x.
            02 OP-HIST1      pic x(30).
            02 OP-HIST2      pic x(30).
            02 OP-HIST3      pic x(30).

       WORKING-STORAGE SECTION.
       01 OLD-FS           pic xx.
       01 NEW-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-READ-COUNT    pic 9(5) value zero.
       01 WS-LOADED        pic 9(5) value zero.
       01 WS-PURGED        pic 9(3) value zero.
       01 WS-RUN-DATE      pic 9(8).
       01 WS-TODAY-INT     pic 9(7).
       01 WS-PROBE-INT     pic 9(7).
       01 WS-PROBE-DATE    pic 9(8).
       01 WS-DAYS-BACK     pic 9(3).
       01 WS-BACKUP-NAME   pic x(30) value spaces.
       01 WS-GEN-NAME      pic x(30).
       01 WS-FILE-INFO     pic x(64).
       01 WS-RC            pic s9(9) comp-5.
       01 WS-CONFIRM       pic x(04).
       01 WS-SENHA         pic x(10).
       01 WS-SH-AREA.
           05 SH-FUNC      pic x.
           05 SH-SAL       pic x(08).
           05 SH-SENHA     pic x(10).
           05 SH-HASH      pic x(30).

       PROCEDURE DIVISION.
       001-Main.
            display "Hash every password in OPERADOR.DAT - all"
                " operators will have to pick a new one."
            display "Type HASH to go ahead: " with no advancing
            accept WS-CONFIRM
            if function upper-case(WS-CONFIRM) not = "HASH"
                display "Conversion not run"
                stop run
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            string "OPERADOR.DAT.HASH" delimited by size
                   WS-RUN-DATE delimited by size
                into WS-BACKUP-NAME
            end-string
            call "CBL_COPY_FILE" using "OPERADOR.DAT" WS-BACKUP-NAME
                returning WS-RC
            end-call

            open input OperOld
            if OLD-FS not = "00"
                display "** ERROR ** unable to open OPERADOR.DAT, status " OLD-FS
                stop run
            end-if
            open output OperNew
            if NEW-FS not = "00"
                display "** ERROR ** unable to open OPERADOR.NEW, status " NEW-FS
                close OperOld
                stop run
            end-if

            move low-values to OLD-ID
            start OperOld key is >= OLD-ID
                invalid key move 'Y' to WS-EOF
            end-start
            perform ConvertOne until WS-EOF = 'Y'

            close OperOld
            close OperNew

            call "CBL_DELETE_FILE" using "OPERADOR.DAT"
                returning WS-RC
            end-call
            call "CBL_COPY_FILE" using "OPERADOR.NEW" "OPERADOR.DAT"
                returning WS-RC
            end-call
            call "CBL_DELETE_FILE" using "OPERADOR.NEW"
                returning WS-RC
            end-call

            display ' '
            display "Operator password conversion complete"
            display "  records read   : " WS-READ-COUNT
            display "  records loaded : " WS-LOADED
            if WS-LOADED = WS-READ-COUNT
                call "CBL_DELETE_FILE" using WS-BACKUP-NAME
                    returning WS-RC
                end-call
                perform PurgeOldCopies
                display "  plain-text copies removed: " WS-PURGED
                    " old + today's safety copy"
            else
                display "  safety copy    : " WS-BACKUP-NAME
                display "  ** records were lost - the safety copy holds"
                    " plain-text passwords; delete it once checked"
            end-if
            stop run.

       ConvertOne.
            read OperOld next record
                at end move 'Y' to WS-EOF
            end-read
            if WS-EOF = 'N'
                add 1 to WS-READ-COUNT
                move OLD-ID         to OP-ID
                move 'S' to SH-FUNC
                call "senhahash" using WS-SH-AREA
                move SH-SAL         to OP-SAL
                move OLD-SENHA      to WS-SENHA
                perform HashSenha
                move SH-HASH        to OP-SENHA
                move spaces to OP-HIST1 OP-HIST2 OP-HIST3
                if OLD-HIST1 not = spaces
                    move OLD-HIST1 to WS-SENHA
                    perform HashSenha
                    move SH-HASH   to OP-HIST1
                end-if
                if OLD-HIST2 not = spaces
                    move OLD-HIST2 to WS-SENHA
                    perform HashSenha
                    move SH-HASH   to OP-HIST2
                end-if
                if OLD-HIST3 not = spaces
                    move OLD-HIST3 to WS-SENHA
                    perform HashSenha
                    move SH-HASH   to OP-HIST3
                end-if
                move OLD-NIVEL      to OP-NIVEL
                move OLD-SENHA-DATA to OP-SENHA-DATA
                move OLD-FALHAS     to OP-FALHAS
                move OLD-BLOQUEADO  to OP-BLOQUEADO
                move 'S'            to OP-TROCA
                write OperData
                    invalid key
                        display "** duplicate operator skipped: "
                            OP-ID
                    not invalid key
                        add 1 to WS-LOADED
                end-write
            end-if.

       HashSenha.
            move 'H'      to SH-FUNC
            move OP-SAL   to SH-SAL
            move WS-SENHA to SH-SENHA
            call "senhahash" using WS-SH-AREA
            move spaces   to WS-SENHA.

      *> operconv.cob's copies are named OPERADOR.DAT.CONV<date>;
      *> probe back two years the way backupmgr.cob finds its
      *> generations.
       PurgeOldCopies.
            compute WS-TODAY-INT = function integer-of-date(WS-RUN-DATE)
            perform varying WS-DAYS-BACK from 0 by 1
                    until WS-DAYS-BACK > 730
                compute WS-PROBE-INT = WS-TODAY-INT - WS-DAYS-BACK
                compute WS-PROBE-DATE =
                    function date-of-integer(WS-PROBE-INT)
                move spaces to WS-GEN-NAME
                string "OPERADOR.DAT.CONV" delimited by size
                       WS-PROBE-DATE       delimited by size
                    into WS-GEN-NAME
                end-string
                call "CBL_CHECK_FILE_EXIST"
                    using WS-GEN-NAME WS-FILE-INFO
                    returning WS-RC
                end-call
                if WS-RC = zero
                    call "CBL_DELETE_FILE" using WS-GEN-NAME
                        returning WS-RC
                    end-call
                    add 1 to WS-PURGED
                end-if
            end-perform.

       END PROGRAM senhaconv.
