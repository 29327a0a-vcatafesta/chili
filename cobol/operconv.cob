      *> today's date, so the aging clock starts at the conversion.
      *> Dated safety copy first, OPERADOR.NEW loaded, then swapped
      *> over the live file - the estconv.cob recipe.
      *> The current layout stores no passwords: each one goes
      *> through senhahash.cob under a fresh salt, OP-TROCA forces a
      *> new password at the next sign-on, and the safety copy -
      *> plain text - is deleted once every record has loaded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WS-RUN-DATE      pic 9(8).
       01 WS-BACKUP-NAME   pic x(30) value spaces.
       01 WS-RC            pic s9(9) comp-5.
       01 WS-SH-AREA.
           05 SH-FUNC      pic x.
           05 SH-SAL       pic x(08).
           05 SH-SENHA     pic x(10).
           05 SH-HASH      pic x(30).

       PROCEDURE DIVISION.
       001-Main.

            display ' '
            display "Operator master conversion complete"
            display "  records read   : " WS-READ-COUNT
            display "  records loaded : " WS-LOADED
            if WS-LOADED = WS-READ-COUNT
                call "CBL_DELETE_FILE" using WS-BACKUP-NAME
                    returning WS-RC
                end-call
            else
                display "  safety copy    : " WS-BACKUP-NAME
                display "  ** records were lost - the safety copy holds"
                    " plain-text passwords; delete it once checked"
            end-if
            stop run.

       ConvertOne.
            if WS-EOF = 'N'
                add 1 to WS-READ-COUNT
                move OLD-ID    to OP-ID
                move 'S' to SH-FUNC
                call "senhahash" using WS-SH-AREA
                move SH-SAL    to OP-SAL
                move 'H'       to SH-FUNC
                move OLD-SENHA to SH-SENHA
                call "senhahash" using WS-SH-AREA
                move SH-HASH   to OP-SENHA
                move OLD-NIVEL to OP-NIVEL
                move WS-RUN-DATE to OP-SENHA-DATA
                move zero      to OP-FALHAS
                move 'N'       to OP-BLOQUEADO
                move 'S'       to OP-TROCA
                move spaces    to OP-HIST1 OP-HIST2 OP-HIST3
                write OperData
                    invalid key
