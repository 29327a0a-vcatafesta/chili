      *> generations on disk, purges beyond a configurable retention
      *> count, and runs a guided restore that takes a safety copy of
      *> the live file, swaps in the chosen generation and runs the
      *> keycheck integrity pass before declaring success. After a
      *> restore of customer.dat or ESTOQUE.DAT it offers rollfwd.cob,
      *> which replays the day's changes from the AUDIT.DAT trail.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
            move "./keycheck" to WS-CMD
            call "SYSTEM" using WS-CMD
            display "Check the keycheck output above before resuming"
                " normal work."
      *>    The trail has every change since the copy for these two;
      *>    rollfwd asks for the file and the copy's date itself.
            if WS-BASE-PICK <= 2
                display "Roll forward the changes since " WS-RESTORE-DATE
                    " from the audit trail now? (Y/N): "
                    with no advancing
                accept WS-ANSWER
                if WS-ANSWER = 'Y' or WS-ANSWER = 'y'
                    move "./rollfwd" to WS-CMD
                    call "SYSTEM" using WS-CMD
                end-if
            end-if.

       ListGensOnly.
            perform varying WS-GEN-IDX from 1 by 1
