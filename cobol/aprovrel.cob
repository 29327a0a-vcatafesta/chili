       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprovrel.
       AUTHOR. VILMAR CATAFESTA.
      *> Daily report of the APROVA.DAT approval queue (aprova.cob)
      *> for the nightly chain, APROVA<date>.rpt in the rptcat
      *> catalogue: the requests made today, the approvals and the
      *> rejections decided today, what was carried out today, and
      *> everything stuck - pending with no decision for more than
      *> 24 hours, or approved more than 24 hours ago and still not
      *> run by the requesting program. The hours are counted from
      *> date and time of the request or of the approval, across
      *> midnight and month ends.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AprovaFile ASSIGN TO "APROVA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS AP-NUM
                         ALTERNATE RECORD KEY IS AP-REF
                             WITH DUPLICATES
                         FILE STATUS  IS AP-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD AprovaFile.
       01 AprovaData.
            02 AP-NUM        pic 9(06).
            02 AP-REF.
               03 AP-TIPO    pic x(03).
               03 AP-CHAVE   pic x(20).
            02 AP-SITUACAO   pic x.
            02 AP-SOLICITANTE pic x(10).
            02 AP-DATA-SOL   pic 9(08).
            02 AP-HORA-SOL   pic 9(06).
            02 AP-APROVADOR  pic x(10).
            02 AP-DATA-DEC   pic 9(08).
            02 AP-HORA-DEC   pic 9(06).
            02 AP-DATA-EXEC  pic 9(08).
            02 AP-VALOR      pic 9(07)V99.
            02 AP-DETALHE    pic x(60).
            02 AP-MOTIVO     pic x(40).

       FD ReportFile.
       01 ReportLine       pic x(120).

       WORKING-STORAGE SECTION.
       01 AP-FS            pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-SECAO         pic x.
       01 WS-TITULO        pic x(80).
       01 WS-INCLUI        pic x.
       01 WS-AGORA         pic 9(12).
       01 WS-DESDE         pic 9(12).
       01 WS-DATA          pic 9(08).
       01 WS-HORA          pic 9(06).
       01 WS-HORA-R redefines WS-HORA.
           02 WS-HH        pic 99.
           02 WS-MI        pic 99.
           02 WS-SS        pic 99.
       01 WS-SEGUNDOS      pic 9(12).
       01 WS-HORAS         pic 9(06).
       01 WS-DESCR         pic x(24).
       01 WS-NA-SECAO      pic 9(05).
       01 WS-PEDIDOS       pic 9(05) value zeros.
       01 WS-APROVADOS     pic 9(05) value zeros.
       01 WS-REJEITADOS    pic 9(05) value zeros.
       01 WS-EXECUTADOS    pic 9(05) value zeros.
       01 WS-ATRASADOS     pic 9(05) value zeros.

       01 WS-LINHA.
           02 LN-NUM       pic 9(06).
           02              pic x value space.
           02 LN-DESCR     pic x(24).
           02              pic x value space.
           02 LN-CHAVE     pic x(20).
           02              pic x value space.
           02 LN-OPERADOR  pic x(10).
           02              pic x value space.
           02 LN-DATA      pic 9(08).
           02              pic x value space.
           02 LN-HORA      pic 9(06).
           02              pic x value space.
           02 LN-VALOR     pic z,zzz,zz9.99.
           02              pic x value space.
           02 LN-NOTA      pic x(27).

       01 WS-NOTA-HORAS.
           02              pic x(08) value "WAITING ".
           02 NH-HORAS     pic zzzzz9.
           02              pic x(02) value " H".
           02              pic x(11) value spaces.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            accept WS-RUN-TIME from time
            move WS-RUN-DATE to WS-DATA
            move WS-RUN-HHMMSS to WS-HORA
            perform ToSeconds
            move WS-SEGUNDOS to WS-AGORA
            open input AprovaFile
            if AP-FS = "35"
                display "No APROVA.DAT on file - no approval requests yet."
                stop run
            end-if
            if AP-FS not = "00"
                display "** ERROR ** unable to open APROVA.DAT, status " AP-FS
                move 8 to return-code
                stop run
            end-if
            move spaces to WS-REP-FILENAME
            string "APROVA" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            move spaces to ReportLine
            string "APPROVAL QUEUE - DAILY REPORT " delimited by size
                   WS-RUN-DATE delimited by size
                   " " delimited by size
                   WS-RUN-HHMMSS delimited by size
                into ReportLine
            end-string
            write ReportLine

            move 'S' to WS-SECAO
            move "REQUESTS MADE TODAY" to WS-TITULO
            perform ListSection
            move WS-NA-SECAO to WS-PEDIDOS
            move 'A' to WS-SECAO
            move "APPROVED TODAY" to WS-TITULO
            perform ListSection
            move WS-NA-SECAO to WS-APROVADOS
            move 'R' to WS-SECAO
            move "REJECTED TODAY" to WS-TITULO
            perform ListSection
            move WS-NA-SECAO to WS-REJEITADOS
            move 'X' to WS-SECAO
            move "CARRIED OUT TODAY" to WS-TITULO
            perform ListSection
            move WS-NA-SECAO to WS-EXECUTADOS
            move 'W' to WS-SECAO
            move "WAITING MORE THAN 24 HOURS (PENDING DECISION OR APPROVED AND NOT RUN)"
                to WS-TITULO
            perform ListSection
            move WS-NA-SECAO to WS-ATRASADOS

            move spaces to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "REQUESTED " WS-PEDIDOS "  APPROVED " WS-APROVADOS
                   "  REJECTED " WS-REJEITADOS "  CARRIED OUT "
                   WS-EXECUTADOS "  OVER 24H " WS-ATRASADOS
                delimited by size into ReportLine
            end-string
            write ReportLine
            close ReportFile
            close AprovaFile
            move "FILA DE APROVACAO" to RC-REPORT
            move "aprovrel" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            move WS-ATRASADOS to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Approval queue report : " WS-REP-FILENAME
            display "  requested today     : " WS-PEDIDOS
            display "  approved today      : " WS-APROVADOS
            display "  rejected today      : " WS-REJEITADOS
            display "  carried out today   : " WS-EXECUTADOS
            display "  waiting over 24h    : " WS-ATRASADOS
            stop run.

      *> One pass over the queue per section, WS-SECAO choosing what
      *> goes in and WS-TITULO heading it.
       ListSection.
            move spaces to ReportLine
            write ReportLine
            move WS-TITULO to ReportLine
            write ReportLine
            move "NUMBER OPERATION                KEY                  OPERATOR   DATE     TIME            VALUE"
                to ReportLine
            write ReportLine
            move zeros to WS-NA-SECAO
            move 'N' to WS-EOF
            move zeros to AP-NUM
            start AprovaFile key is >= AP-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read AprovaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform SelectOne
                    if WS-INCLUI = 'Y'
                        add 1 to WS-NA-SECAO
                        perform WriteOne
                    end-if
                end-if
            end-perform
            if WS-NA-SECAO = zeros
                move "  (none)" to ReportLine
                write ReportLine
            end-if.

       SelectOne.
            move 'N' to WS-INCLUI
            move spaces to LN-NOTA
            evaluate WS-SECAO
                when 'S'
                    if AP-DATA-SOL = WS-RUN-DATE
                        move 'Y' to WS-INCLUI
                        move AP-SOLICITANTE to LN-OPERADOR
                        move AP-DATA-SOL to LN-DATA
                        move AP-HORA-SOL to LN-HORA
                    end-if
                when 'A'
      *>            An approval already carried out still counts as
      *>            decided today.
                    if AP-DATA-DEC = WS-RUN-DATE
                            and (AP-SITUACAO = 'A' or AP-SITUACAO = 'X')
                        move 'Y' to WS-INCLUI
                        move AP-APROVADOR to LN-OPERADOR
                        move AP-DATA-DEC to LN-DATA
                        move AP-HORA-DEC to LN-HORA
                        move "REQUESTED BY" to LN-NOTA
                        move AP-SOLICITANTE to LN-NOTA (14:10)
                    end-if
                when 'R'
                    if AP-DATA-DEC = WS-RUN-DATE and AP-SITUACAO = 'R'
                        move 'Y' to WS-INCLUI
                        move AP-APROVADOR to LN-OPERADOR
                        move AP-DATA-DEC to LN-DATA
                        move AP-HORA-DEC to LN-HORA
                        move AP-MOTIVO to LN-NOTA
                    end-if
                when 'X'
                    if AP-DATA-EXEC = WS-RUN-DATE and AP-SITUACAO = 'X'
                        move 'Y' to WS-INCLUI
                        move AP-SOLICITANTE to LN-OPERADOR
                        move AP-DATA-EXEC to LN-DATA
                        move zeros to LN-HORA
                        move "APPROVED BY" to LN-NOTA
                        move AP-APROVADOR to LN-NOTA (13:10)
                    end-if
                when 'W'
                    if AP-SITUACAO = 'P' or AP-SITUACAO = 'A'
                        if AP-SITUACAO = 'P'
                            move AP-DATA-SOL to WS-DATA
                            move AP-HORA-SOL to WS-HORA
                            move AP-SOLICITANTE to LN-OPERADOR
                        else
                            move AP-DATA-DEC to WS-DATA
                            move AP-HORA-DEC to WS-HORA
                            move AP-APROVADOR to LN-OPERADOR
                        end-if
                        perform ToSeconds
                        move WS-SEGUNDOS to WS-DESDE
                        if WS-AGORA > WS-DESDE + 86400
                            move 'Y' to WS-INCLUI
                            move WS-DATA to LN-DATA
                            move WS-HORA to LN-HORA
                            compute WS-HORAS =
                                (WS-AGORA - WS-DESDE) / 3600
                            move WS-HORAS to NH-HORAS
                            move WS-NOTA-HORAS to LN-NOTA
                            if AP-SITUACAO = 'P'
                                move "PENDING" to LN-NOTA (19:9)
                            else
                                move "NOT RUN" to LN-NOTA (19:9)
                            end-if
                        end-if
                    end-if
            end-evaluate.

       WriteOne.
            evaluate AP-TIPO
                when "FAT" move "INVOICE CANCELLATION"  to WS-DESCR
                when "OVR" move "CREDIT LIMIT OVERRIDE" to WS-DESCR
                when "BXV" move "EXPIRED STOCK WRITE-OFF" to WS-DESCR
                when "CRV" move "CREDIT LIMIT CHANGES"  to WS-DESCR
                when "PRG" move "CUSTOMER PURGE"        to WS-DESCR
                when "BXR" move "BAD-DEBT WRITE-OFF"    to WS-DESCR
                when "ARQ" move "YEAR-END ARCHIVE"      to WS-DESCR
                when other move AP-TIPO                 to WS-DESCR
            end-evaluate
            move AP-NUM    to LN-NUM
            move WS-DESCR  to LN-DESCR
            move AP-CHAVE  to LN-CHAVE
            move AP-VALOR  to LN-VALOR
            move WS-LINHA  to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "       " AP-DETALHE delimited by size
                into ReportLine
            end-string
            write ReportLine.

      *> Seconds since the calendar origin for WS-DATA + WS-HORA.
       ToSeconds.
            compute WS-SEGUNDOS =
                function integer-of-date(WS-DATA) * 86400
                + WS-HH * 3600 + WS-MI * 60 + WS-SS.

       END PROGRAM aprovrel.
