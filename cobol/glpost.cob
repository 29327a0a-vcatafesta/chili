       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.
       AUTHOR. VILMAR CATAFESTA.
      *> General-ledger posting of the glextract.cob journal files
      *> into account balances by month, GLSALDO.DAT (account +
      *> YYYYMM, debits and credits of the month), so balances and
      *> statements come from glrel.cob instead of waiting for the
      *> accountant. Asked for a date it posts GLEXT<date>.TXT;
      *> left blank it posts every journal of the last 60 days not
      *> yet posted, oldest first - the nightly chain runs it so.
      *> Each journal posts once: GLPOST.DAT keeps one control record
      *> per journal date (period, lines, totals, when) and a journal
      *> already on it is refused - a glextract rerun that changed
      *> the totals is reported, never posted a second time. A file
      *> is checked whole before anything posts: header date, every
      *> line numeric with D or C, the trailer's count and totals,
      *> and debits equal to credits; a bad file goes to errlog.cob
      *> and the run ends with code 4. A journal dated in a month
      *> glfecha.cob has closed (GLPERIODO.DAT) posts to the first
      *> open month. The control record goes on file as E before the
      *> first balance is touched and becomes P at the end, so a run
      *> cut short shows up instead of passing for posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlFile ASSIGN TO WS-GL-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS GL-FS.
           SELECT SaldoFile ASSIGN TO "GLSALDO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS GS-CHAVE
                         FILE STATUS  IS GS-FS.
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
      *> The three line types glextract.cob writes: header "0" and
      *> the journal date, one line per debit or credit, and the
      *> "9" trailer with line count and totals.
       FD GlFile.
       01 GlRec            pic x(60).
       01 GlHeader.
           05 GH-TIPO      pic x.
           05 GH-DATA      pic 9(08).
           05 FILLER       pic x(51).
       01 GlDetail.
           05 GD-CONTA     pic 9(04).
           05 FILLER       pic x.
           05 GD-DC        pic x.
           05 FILLER       pic x.
           05 GD-VALOR     pic 9(10)V99.
           05 FILLER       pic x.
           05 GD-ORIGEM    pic x(20).
           05 FILLER       pic x(20).
       01 GlTrailer.
           05 GT-TIPO      pic x.
           05 FILLER       pic x.
           05 GT-LINHAS    pic 9(03).
           05 FILLER       pic x(03).
           05 GT-DEBITO    pic 9(12)V99.
           05 FILLER       pic x(03).
           05 GT-CREDITO   pic 9(12)V99.
           05 FILLER       pic x(21).

       FD SaldoFile.
       01 SaldoData.
           05 GS-CHAVE.
               10 GS-CONTA   pic 9(04).
               10 GS-PERIODO pic 9(06).
           05 GS-DEBITO    pic 9(12)V99.
           05 GS-CREDITO   pic 9(12)V99.

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
       01 GL-FS            pic xx.
       01 GS-FS            pic xx.
       01 GP-FS            pic xx.
       01 PR-FS            pic xx.
       01 WS-EOF           pic x.
       01 WS-GL-FILENAME   pic x(20).
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-PEDIDA        pic 9(08).
       01 WS-JORNAL        pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-DIAS          pic 9(03).
       01 WS-FECHADO       pic 9(06) value zeros.
       01 WS-PERIODO       pic 9(06).
       01 WS-PERIODO-R redefines WS-PERIODO.
           02 WS-PER-ANO   pic 9(04).
           02 WS-PER-MES   pic 9(02).
       01 WS-FILE-INFO     pic x(64).
       01 WS-RC            pic s9(9) comp-5.
       01 WS-VALIDO        pic x.
       01 WS-MOTIVO        pic x(40).
       01 WS-NLINHA        pic 9(05).
       01 WS-LINHAS        pic 9(05).
       01 WS-TRAILER       pic x.
       01 WS-TR-LINHAS     pic 9(03).
       01 WS-TR-DEBITO     pic 9(12)V99.
       01 WS-TR-CREDITO    pic 9(12)V99.
       01 WS-TOT-DEBITO    pic 9(12)V99.
       01 WS-TOT-CREDITO   pic 9(12)V99.
       01 WS-POSTADOS      pic 9(03) value zeros.
       01 WS-JA-POSTADOS   pic 9(03) value zeros.
       01 WS-RECUSADOS     pic 9(03) value zeros.
       01 WS-VALOR-ED      pic z,zzz,zzz,zzz,zz9.99.

       01 WS-EL-AREA.
           05 EL-PROGRAM   pic x(12).
           05 EL-PARAGRAPH pic x(20).
           05 EL-FILE      pic x(16).
           05 EL-STATUS    pic x(02).

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
            display "Journal date YYYYMMDD (blank = all unposted,"
                " last 60 days): " with no advancing
            move zeros to WS-PEDIDA
            accept WS-PEDIDA
            if WS-PEDIDA not numeric
                move zeros to WS-PEDIDA
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            perform LoadClosedPeriod

            move 'A' to FL-FUNC
            move "GLSALDO.DAT" to FL-FILE
            move "glpost" to FL-PROGRAM
            move "BATCH" to FL-OPERATOR
            call "filelock" using WS-FL-AREA
            if FL-OK not = 'Y'
                display "** GLSALDO.DAT is in use - nothing posted"
                move 8 to return-code
                stop run
            end-if
            open i-o SaldoFile
            if GS-FS = "35"
                open output SaldoFile
                close SaldoFile
                open i-o SaldoFile
            end-if
            open i-o PostFile
            if GP-FS = "35"
                open output PostFile
                close PostFile
                open i-o PostFile
            end-if
            if GS-FS not = "00" or GP-FS not = "00"
                display "** ERROR ** unable to open GLSALDO.DAT/GLPOST.DAT, status "
                    GS-FS "/" GP-FS
                move "glpost" to EL-PROGRAM
                move "001-Main" to EL-PARAGRAPH
                move "GLSALDO.DAT" to EL-FILE
                move GS-FS to EL-STATUS
                call "errlog" using WS-EL-AREA
                move 'L' to FL-FUNC
                call "filelock" using WS-FL-AREA
                move 8 to return-code
                stop run
            end-if

            if WS-PEDIDA not = zeros
                move WS-PEDIDA to WS-JORNAL
                perform PostJournal
            else
                perform varying WS-DIAS from 60 by -1 until WS-DIAS < 1
                    compute WS-JORNAL = function date-of-integer
                        (WS-HOJE-INT - WS-DIAS + 1)
                    perform PostJournal
                end-perform
            end-if

            close SaldoFile
            close PostFile
            move 'L' to FL-FUNC
            call "filelock" using WS-FL-AREA
            display "GL posting run " WS-RUN-DATE
            display "  journals posted        : " WS-POSTADOS
            display "  already posted, skipped: " WS-JA-POSTADOS
            display "  refused                : " WS-RECUSADOS
            if WS-RECUSADOS > zeros
                move 4 to return-code
            end-if
            stop run.

      *> The last month glfecha.cob closed; zeros when none is.
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
                    end-if
            end-read
            close PeriodoFile.

       PostJournal.
            move spaces to WS-GL-FILENAME
            string "GLEXT" delimited by size
                   WS-JORNAL delimited by size
                   ".TXT" delimited by size
                into WS-GL-FILENAME
            end-string
            call "CBL_CHECK_FILE_EXIST"
                using WS-GL-FILENAME WS-FILE-INFO
                returning WS-RC
            end-call
            if WS-RC not = zero
                if WS-PEDIDA not = zeros
                    display WS-GL-FILENAME " not found - nothing posted"
                end-if
                exit paragraph
            end-if
            move WS-JORNAL to GP-JORNAL
            read PostFile
                invalid key continue
                not invalid key
                    perform AlreadyPosted
                    exit paragraph
            end-read
            perform CheckJournal
            if WS-VALIDO = 'N'
                add 1 to WS-RECUSADOS
                display "** " WS-GL-FILENAME " refused: " WS-MOTIVO
                move "glpost" to EL-PROGRAM
                move "CheckJournal" to EL-PARAGRAPH
                move WS-GL-FILENAME to EL-FILE
                move "IV" to EL-STATUS
                call "errlog" using WS-EL-AREA
                exit paragraph
            end-if

            move WS-JORNAL (1:6) to WS-PERIODO
            if WS-PERIODO <= WS-FECHADO
      *>        The month is closed: the journal lands in the first
      *>        open month after it.
                move WS-FECHADO to WS-PERIODO
                add 1 to WS-PER-MES
                if WS-PER-MES > 12
                    move 1 to WS-PER-MES
                    add 1 to WS-PER-ANO
                end-if
            end-if

            initialize PostData
            move WS-JORNAL      to GP-JORNAL
            move 'E'            to GP-SITUACAO
            move WS-PERIODO     to GP-PERIODO
            accept GP-DATA-POST from date yyyymmdd
            accept WS-RUN-TIME from time
            move WS-RUN-HHMMSS  to GP-HORA-POST
            move WS-LINHAS      to GP-LINHAS
            move WS-TOT-DEBITO  to GP-DEBITO
            move WS-TOT-CREDITO to GP-CREDITO
            write PostData
                invalid key
                    display "** control record for " WS-JORNAL
                        " not written - nothing posted"
                    add 1 to WS-RECUSADOS
                    exit paragraph
            end-write

            open input GlFile
            move zeros to WS-NLINHA
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read GlFile
                    at end move 'Y' to WS-EOF
                    not at end
                        add 1 to WS-NLINHA
                        if WS-NLINHA > 1 and GlRec (2:1) not = space
                            perform PostLine
                        end-if
                end-read
            end-perform
            close GlFile

            move 'P' to GP-SITUACAO
            rewrite PostData
                invalid key continue
            end-rewrite
            add 1 to WS-POSTADOS
            move WS-TOT-DEBITO to WS-VALOR-ED
            display WS-GL-FILENAME " posted to " WS-PERIODO
                "  lines " WS-LINHAS "  total " WS-VALOR-ED
            move "GLPOST.DAT" to AU-FILE
            move GP-JORNAL    to AU-KEY
            move "BATCH"      to AU-OPERATOR
            move "ADD"        to AU-ACTION
            move spaces       to AU-BEFORE
            move PostData     to AU-AFTER
            call "auditlog" using WS-AU-AREA.

      *> The journal is on GLPOST.DAT: nothing posts. A control
      *> record still at E is a posting that never finished, and a
      *> file whose totals moved is a glextract rerun - both need a
      *> person.
       AlreadyPosted.
            if GP-SITUACAO = 'E'
                add 1 to WS-RECUSADOS
                display "** " WS-GL-FILENAME " posting started "
                    GP-DATA-POST " " GP-HORA-POST " never finished -"
                    " restore GLSALDO.DAT and GLPOST.DAT"
                move "glpost" to EL-PROGRAM
                move "AlreadyPosted" to EL-PARAGRAPH
                move WS-GL-FILENAME to EL-FILE
                move "IP" to EL-STATUS
                call "errlog" using WS-EL-AREA
                exit paragraph
            end-if
            add 1 to WS-JA-POSTADOS
            perform CheckJournal
            if WS-VALIDO = 'Y'
                    and (WS-TOT-DEBITO not = GP-DEBITO
                         or WS-LINHAS not = GP-LINHAS)
                display "** " WS-GL-FILENAME " changed since it was"
                    " posted on " GP-DATA-POST " - not posted again"
            else
                if WS-PEDIDA not = zeros
                    display WS-GL-FILENAME " already posted on "
                        GP-DATA-POST " to " GP-PERIODO
                end-if
            end-if.

      *> The whole file is read and checked before a balance moves.
       CheckJournal.
            move 'Y' to WS-VALIDO
            move spaces to WS-MOTIVO
            move zeros to WS-NLINHA WS-LINHAS
            move zeros to WS-TOT-DEBITO WS-TOT-CREDITO
            move 'N' to WS-TRAILER
            open input GlFile
            if GL-FS not = "00"
                move 'N' to WS-VALIDO
                move "UNABLE TO OPEN" to WS-MOTIVO
                exit paragraph
            end-if
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read GlFile
                    at end move 'Y' to WS-EOF
                    not at end
                        add 1 to WS-NLINHA
                        perform CheckLine
                end-read
            end-perform
            close GlFile
            if WS-VALIDO = 'N'
                exit paragraph
            end-if
            evaluate true
                when WS-TRAILER = 'N'
                    move 'N' to WS-VALIDO
                    move "NO CONTROL TRAILER" to WS-MOTIVO
                when WS-TR-LINHAS not = WS-LINHAS
                    move 'N' to WS-VALIDO
                    move "LINE COUNT DIFFERS FROM TRAILER" to WS-MOTIVO
                when WS-TR-DEBITO not = WS-TOT-DEBITO
                        or WS-TR-CREDITO not = WS-TOT-CREDITO
                    move 'N' to WS-VALIDO
                    move "TOTALS DIFFER FROM TRAILER" to WS-MOTIVO
                when WS-TOT-DEBITO not = WS-TOT-CREDITO
                    move 'N' to WS-VALIDO
                    move "DEBITS DO NOT EQUAL CREDITS" to WS-MOTIVO
            end-evaluate.

       CheckLine.
            if WS-VALIDO = 'N' or WS-TRAILER = 'Y'
                exit paragraph
            end-if
            if WS-NLINHA = 1
                if GH-TIPO not = '0' or GH-DATA not = WS-JORNAL
                    move 'N' to WS-VALIDO
                    move "HEADER DATE DOES NOT MATCH FILE" to WS-MOTIVO
                end-if
                exit paragraph
            end-if
            if GlRec (2:1) = space
                if GT-TIPO = '9' and GT-LINHAS numeric
                        and GT-DEBITO numeric and GT-CREDITO numeric
                    move 'Y' to WS-TRAILER
                    move GT-LINHAS  to WS-TR-LINHAS
                    move GT-DEBITO  to WS-TR-DEBITO
                    move GT-CREDITO to WS-TR-CREDITO
                else
                    move 'N' to WS-VALIDO
                    move "BAD CONTROL TRAILER" to WS-MOTIVO
                end-if
                exit paragraph
            end-if
            if GD-CONTA not numeric or GD-VALOR not numeric
                    or (GD-DC not = 'D' and GD-DC not = 'C')
                move 'N' to WS-VALIDO
                move "BAD JOURNAL LINE" to WS-MOTIVO
                move WS-NLINHA to WS-MOTIVO (18:5)
                exit paragraph
            end-if
            add 1 to WS-LINHAS
            if GD-DC = 'D'
                add GD-VALOR to WS-TOT-DEBITO
            else
                add GD-VALOR to WS-TOT-CREDITO
            end-if.

       PostLine.
            move GD-CONTA   to GS-CONTA
            move WS-PERIODO to GS-PERIODO
            read SaldoFile
                invalid key
                    move zeros to GS-DEBITO GS-CREDITO
                    perform AddToBalance
                    write SaldoData
                        invalid key continue
                    end-write
                not invalid key
                    perform AddToBalance
                    rewrite SaldoData
                        invalid key continue
                    end-rewrite
            end-read.

       AddToBalance.
            if GD-DC = 'D'
                add GD-VALOR to GS-DEBITO
            else
                add GD-VALOR to GS-CREDITO
            end-if.

       END PROGRAM glpost.
