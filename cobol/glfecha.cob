       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glfecha.
       AUTHOR. VILMAR CATAFESTA.
      *> Month close for the general ledger glpost.cob keeps. Only a
      *> level-9 sign-on closes, one month at a time in order, and
      *> never a month that has not ended. A month still holding a
      *> GLEXT<date>.TXT journal GLPOST.DAT does not show as posted is
      *> refused until glpost.cob has taken it. The closed month goes
      *> on GLPERIODO.DAT (month, date, operator), read by glpost.cob
      *> - a journal dated in a closed month posts to the first open
      *> one - and by glrel.cob, which marks the statements CLOSED.
      *> The close goes through auditlog.cob with the month before
      *> and after, and GLSALDO.DAT is held through filelock.cob so
      *> no posting runs while it happens.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PostFile ASSIGN TO "GLPOST.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS GP-JORNAL
                         FILE STATUS  IS GP-FS.
           SELECT PeriodoFile ASSIGN TO "GLPERIODO.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PostFile.
       01 PostData.
           05 GP-JORNAL    pic 9(08).
           05 GP-SITUACAO  pic x.
           05 GP-PERIODO   pic 9(06).
           05 GP-DATA-POST pic 9(08).
           05 GP-HORA-POST pic 9(06).
           05 GP-LINHAS    pic 9(03).
           05 GP-DEBITO    pic 9(12)V99.
           05 GP-CREDITO   pic 9(12)V99.

       FD PeriodoFile.
       01 PeriodoRec.
           05 PR-FECHADO   pic 9(06).
           05 FILLER       pic x.
           05 PR-DATA      pic 9(08).
           05 FILLER       pic x.
           05 PR-OPERADOR  pic x(10).

       WORKING-STORAGE SECTION.
       01 GP-FS            pic xx.
       01 PR-FS            pic xx.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-FECHADO       pic 9(06) value zeros.
       01 WS-PERIODO-ANT   pic x(26) value spaces.
       01 WS-PERIODO       pic 9(06).
       01 WS-PERIODO-R redefines WS-PERIODO.
           02 WS-PER-ANO   pic 9(04).
           02 WS-PER-MES   pic 9(02).
       01 WS-SEGUINTE      pic 9(06).
       01 WS-SEGUINTE-R redefines WS-SEGUINTE.
           02 WS-SEG-ANO   pic 9(04).
           02 WS-SEG-MES   pic 9(02).
       01 WS-DIA           pic 9(08).
       01 WS-DIA-INT       pic 9(07).
       01 WS-GL-FILENAME   pic x(20).
       01 WS-FILE-INFO     pic x(64).
       01 WS-RC            pic s9(9) comp-5.
       01 WS-PENDENTES     pic 9(03) value zeros.
       01 WS-CONFIRM       pic x(05).
       01 WS-POST-ABERTO   pic x value 'N'.

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).

       01 WS-FL-AREA.
           05 FL-FUNC      pic x.
           05 FL-FILE      pic x(14).
           05 FL-PROGRAM   pic x(12).
           05 FL-OPERATOR  pic x(10).
           05 FL-OK        pic x.

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
                display "Supervisor level required to close a month."
                move 'D' to SG-FUNC
                move "GL MONTH CLOSE" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            perform LoadClosedPeriod
            if WS-FECHADO = zeros
                display "No month closed yet. First month to close"
                    " YYYYMM: " with no advancing
                move zeros to WS-PERIODO
                accept WS-PERIODO
                if WS-PERIODO not numeric
                        or WS-PER-MES < 1 or WS-PER-MES > 12
                    display "Invalid month - nothing closed"
                    stop run
                end-if
            else
                move WS-FECHADO to WS-PERIODO
                perform NextMonth
                move WS-SEGUINTE to WS-PERIODO
                display "Last month closed : " WS-FECHADO
            end-if
            display "Month to close    : " WS-PERIODO
            if WS-PERIODO >= WS-RUN-DATE (1:6)
                display "That month has not ended - nothing closed"
                stop run
            end-if

            perform CheckUnposted
            if WS-PENDENTES > zeros
                display WS-PENDENTES " journal(s) of " WS-PERIODO
                    " not posted - run glpost first; nothing closed"
                stop run
            end-if

            display "Type CLOSE to close " WS-PERIODO ": "
                with no advancing
            accept WS-CONFIRM
            if function upper-case(WS-CONFIRM) not = "CLOSE"
                display "Month not closed"
                stop run
            end-if

            move 'A' to FL-FUNC
            move "GLSALDO.DAT" to FL-FILE
            move "glfecha" to FL-PROGRAM
            move SG-OPERATOR to FL-OPERATOR
            call "filelock" using WS-FL-AREA
            if FL-OK not = 'Y'
                display "GLSALDO.DAT is in use - month not closed"
                stop run
            end-if
            open output PeriodoFile
            if PR-FS not = "00"
                display "** ERROR ** unable to write GLPERIODO.DAT, status " PR-FS
                move 'L' to FL-FUNC
                call "filelock" using WS-FL-AREA
                stop run
            end-if
            move spaces to PeriodoRec
            move WS-PERIODO  to PR-FECHADO
            move WS-RUN-DATE to PR-DATA
            move SG-OPERATOR to PR-OPERADOR
            write PeriodoRec
            move PeriodoRec to AU-AFTER
            close PeriodoFile
            move 'L' to FL-FUNC
            call "filelock" using WS-FL-AREA

            move "GLPERIODO"    to AU-FILE
            move WS-PERIODO     to AU-KEY
            move SG-OPERATOR    to AU-OPERATOR
            move "UPD"          to AU-ACTION
            move WS-PERIODO-ANT to AU-BEFORE
            call "auditlog" using WS-AU-AREA

            perform NextMonth
            display "Month " WS-PERIODO " closed. Journals dated in it"
                " or earlier now post to " WS-SEGUINTE "."
            display "Run glrel for the closed month's statements."
            stop run.

       LoadClosedPeriod.
            open input PeriodoFile
            if PR-FS not = "00"
                exit paragraph
            end-if
            read PeriodoFile
                at end continue
                not at end
                    if PR-FECHADO numeric
                        move PR-FECHADO to WS-FECHADO
                        move PeriodoRec to WS-PERIODO-ANT
                    end-if
            end-read
            close PeriodoFile.

      *> WS-SEGUINTE is the month after WS-PERIODO.
       NextMonth.
            move WS-PERIODO to WS-SEGUINTE
            add 1 to WS-SEG-MES
            if WS-SEG-MES > 12
                move 1 to WS-SEG-MES
                add 1 to WS-SEG-ANO
            end-if.

      *> Every day of the month: a journal file on disk that
      *> GLPOST.DAT does not hold as posted keeps the month open.
       CheckUnposted.
            open input PostFile
            if GP-FS = "00"
                move 'Y' to WS-POST-ABERTO
            end-if
            move WS-PERIODO to WS-DIA (1:6)
            move "01" to WS-DIA (7:2)
            compute WS-DIA-INT = function integer-of-date(WS-DIA)
            perform until WS-DIA (1:6) not = WS-PERIODO
                move spaces to WS-GL-FILENAME
                string "GLEXT" delimited by size
                       WS-DIA delimited by size
                       ".TXT" delimited by size
                    into WS-GL-FILENAME
                end-string
                call "CBL_CHECK_FILE_EXIST"
                    using WS-GL-FILENAME WS-FILE-INFO
                    returning WS-RC
                end-call
                if WS-RC = zero
                    move WS-DIA to GP-JORNAL
                    if WS-POST-ABERTO = 'Y'
                        read PostFile
                            invalid key move space to GP-SITUACAO
                        end-read
                    else
                        move space to GP-SITUACAO
                    end-if
                    if GP-SITUACAO not = 'P'
                        add 1 to WS-PENDENTES
                        display "  not posted: " WS-GL-FILENAME
                    end-if
                end-if
                add 1 to WS-DIA-INT
                compute WS-DIA = function date-of-integer(WS-DIA-INT)
            end-perform
            if WS-POST-ABERTO = 'Y'
                close PostFile
            end-if.

       END PROGRAM glfecha.
