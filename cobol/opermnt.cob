      *> signon module checks: add, change and delete operators with
      *> their password and permission level (1 = operator, 9 =
      *> supervisor). Itself gated behind a supervisor sign-on.
      *> Passwords typed here never reach the file: a new operator
      *> gets a salt and the senhahash.cob hash of the password, and
      *> a change is hashed under the operator's salt and checked
      *> hash to hash against the current one and the history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD OperFile.
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
       01 OPER-FS          pic xx.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-SENHA-NOVA    pic x(10).
       01 WS-HASH          pic x(30).
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).
       01 WS-SH-AREA.
           05 SH-FUNC      pic x.
           05 SH-SAL       pic x(08).
           05 SH-SENHA     pic x(10).
           05 SH-HASH      pic x(30).

       PROCEDURE DIVISION.
       001-Main.
            display "Operator ID : " with no advancing
            accept OP-ID
            display "Password    : " with no advancing
            accept WS-SENHA-NOVA
            move 'S' to SH-FUNC
            call "senhahash" using WS-SH-AREA
            move SH-SAL to OP-SAL
            perform HashSenha
            move WS-HASH to OP-SENHA
            display "Level (1-9) : " with no advancing
            accept OP-NIVEL
            accept WS-RUN-DATE from date yyyymmdd
            move WS-RUN-DATE to OP-SENHA-DATA
            move zero to OP-FALHAS
            move 'N' to OP-BLOQUEADO
            move 'N' to OP-TROCA
            move spaces to OP-HIST1 OP-HIST2 OP-HIST3
            write OperData
                invalid key
                not invalid key
                    display "New password: " with no advancing
                    accept WS-SENHA-NOVA
                    perform HashSenha
      *>            Same reuse rule signon.cob enforces at the
      *>            grace prompt: the current password and the
      *>            three before it are off the table, even when a
      *>            supervisor is doing the typing.
                    if WS-HASH = OP-SENHA
                            or WS-HASH = OP-HIST1
                            or WS-HASH = OP-HIST2
                            or WS-HASH = OP-HIST3
                        display "That password was used recently -"
                            " operator not updated"
                    else
                        move OP-HIST2 to OP-HIST3
                        move OP-HIST1 to OP-HIST2
                        move OP-SENHA to OP-HIST1
                        move WS-HASH  to OP-SENHA
                        move 'N'      to OP-TROCA
                        display "New level   : " with no advancing
                        accept OP-NIVEL
                        accept WS-RUN-DATE from date yyyymmdd
            start OperFile key is >= OP-ID
                invalid key move 'Y' to WS-EOF
            end-start
            display "ID         LEVEL LOCKED FAILS SENHA-DE MUST-CHG"
            perform until WS-EOF = 'Y'
                read OperFile next record
                    at end move 'Y' to WS-EOF
                if WS-EOF = 'N'
                    display OP-ID " " OP-NIVEL "     "
                        OP-BLOQUEADO "      " OP-FALHAS "     "
                        OP-SENHA-DATA " " OP-TROCA
                end-if
            end-perform.

                    end-rewrite
            end-read.

      *> WS-SENHA-NOVA hashed under OP-SAL into WS-HASH; the typed
      *> password is blanked once the hash is back.
       HashSenha.
            move 'H'           to SH-FUNC
            move OP-SAL        to SH-SAL
            move WS-SENHA-NOVA to SH-SENHA
            call "senhahash" using WS-SH-AREA
            move SH-HASH       to WS-HASH
            move spaces        to WS-SENHA-NOVA.

       END PROGRAM opermnt.
