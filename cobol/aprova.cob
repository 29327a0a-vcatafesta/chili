       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprova.
       AUTHOR. VILMAR CATAFESTA.
      *> Shared pending-approval queue APROVA.DAT for the operations
      *> one person must not do alone - invoice cancellation
      *> (fatcancel.cob, FAT), credit-limit override at the counter
      *> and on accepting a quotation (extrato.cob, orcamento.cob and
      *> bolinho, OVR), expired-stock write-off (baixavenc.cob, BXV),
      *> credit-limit changes (credrev.cob, CRV), the customer purge
      *> (custpurge.cob, PRG), the bad-debt write-off (perdarec.cob,
      *> BXR) and the year-end invoice archive (fatarq.cob, ARQ).
      *> Called like
      *> signon.cob and auditlog.cob:
      *>   S - submit: the operation (type + key), value and details
      *>       go on file as P - pending; refused while the same
      *>       operation already waits or is approved and not done;
      *>   C - check: the latest request for type + key comes back
      *>       with its state in AQ-SITUACAO (P pending, A approved,
      *>       R rejected, X done, space none) and its details, so the
      *>       calling program executes only what was approved;
      *>   X - executed: an approved request AQ-NUM is closed as X;
      *>       a reason in AQ-MOTIVO (the operation could not be
      *>       carried out after all) is kept on the request.
      *> aprovmnt.cob is the screen where a different level-9
      *> operator approves or rejects; aprovrel.cob the daily report.
      *> Every change of state goes through auditlog.cob.
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

       WORKING-STORAGE SECTION.
       01 AP-FS            pic xx.
       01 WS-EOF           pic x.
       01 WS-REF           pic x(23).
       01 WS-ULTIMO        pic 9(06).
       01 WS-ACHOU         pic x.
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS pic 9(6).
           02 FILLER        pic 9(2).

       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       LINKAGE SECTION.
       01 AQ-AREA.
           05 AQ-FUNC       pic x.
           05 AQ-TIPO       pic x(03).
           05 AQ-CHAVE      pic x(20).
           05 AQ-OPERADOR   pic x(10).
           05 AQ-VALOR      pic 9(07)V99.
           05 AQ-DETALHE    pic x(60).
           05 AQ-NUM        pic 9(06).
           05 AQ-SITUACAO   pic x.
           05 AQ-SOLICITANTE pic x(10).
           05 AQ-APROVADOR  pic x(10).
           05 AQ-MOTIVO     pic x(40).
           05 AQ-OK         pic x.

       PROCEDURE DIVISION USING AQ-AREA.
       001-Main.
            move 'N' to AQ-OK
            open i-o AprovaFile
            if AP-FS = "35"
                open output AprovaFile
                close AprovaFile
                open i-o AprovaFile
            end-if
            if AP-FS not = "00"
                display "** ERROR ** unable to open APROVA.DAT, status " AP-FS
                goback
            end-if
            evaluate AQ-FUNC
                when 'S' perform Submit
                when 'C' perform CheckLatest
                when 'X' perform MarkExecuted
            end-evaluate
            close AprovaFile
            goback.

      *> Latest request for the operation, by the AP-REF key; the
      *> duplicates come back in the order they were written.
       FindLatest.
            move 'N' to WS-ACHOU
            move AQ-TIPO  to WS-REF (1:3)
            move AQ-CHAVE to WS-REF (4:20)
            move WS-REF to AP-REF
            move 'N' to WS-EOF
            start AprovaFile key is = AP-REF
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read AprovaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if AP-REF not = WS-REF
                        move 'Y' to WS-EOF
                    else
                        move 'Y' to WS-ACHOU
                        move AP-NUM to WS-ULTIMO
                    end-if
                end-if
            end-perform
            if WS-ACHOU = 'Y'
                move WS-ULTIMO to AP-NUM
                read AprovaFile
                    invalid key move 'N' to WS-ACHOU
                end-read
            end-if.

       CheckLatest.
            move spaces to AQ-SITUACAO AQ-SOLICITANTE AQ-APROVADOR
                AQ-MOTIVO
            move zeros to AQ-NUM
            perform FindLatest
            if WS-ACHOU = 'N'
                exit paragraph
            end-if
            move AP-NUM         to AQ-NUM
            move AP-SITUACAO    to AQ-SITUACAO
            move AP-VALOR       to AQ-VALOR
            move AP-DETALHE     to AQ-DETALHE
            move AP-SOLICITANTE to AQ-SOLICITANTE
            move AP-APROVADOR   to AQ-APROVADOR
            move AP-MOTIVO      to AQ-MOTIVO
            move 'Y' to AQ-OK.

       Submit.
            perform FindLatest
            if WS-ACHOU = 'Y'
                    and (AP-SITUACAO = 'P' or AP-SITUACAO = 'A')
                move AP-NUM to AQ-NUM
                move AP-SITUACAO to AQ-SITUACAO
                exit paragraph
            end-if
      *>    Next number: the highest key on file plus one.
            move zeros to WS-ULTIMO
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
                    move AP-NUM to WS-ULTIMO
                end-if
            end-perform
            initialize AprovaData
            compute AP-NUM = WS-ULTIMO + 1
            move AQ-TIPO      to AP-TIPO
            move AQ-CHAVE     to AP-CHAVE
            move 'P'          to AP-SITUACAO
            move AQ-OPERADOR  to AP-SOLICITANTE
            accept AP-DATA-SOL from date yyyymmdd
            accept WS-RUN-TIME from time
            move WS-RUN-HHMMSS to AP-HORA-SOL
            move spaces       to AP-APROVADOR AP-MOTIVO
            move zeros        to AP-DATA-DEC AP-HORA-DEC AP-DATA-EXEC
            move AQ-VALOR     to AP-VALOR
            move AQ-DETALHE   to AP-DETALHE
            write AprovaData
                invalid key
                    exit paragraph
            end-write
            move AP-NUM to AQ-NUM
            move 'P' to AQ-SITUACAO
            move 'Y' to AQ-OK
            move spaces to AU-BEFORE
            move "ADD" to AU-ACTION
            perform WriteAudit.

       MarkExecuted.
            move AQ-NUM to AP-NUM
            read AprovaFile
                invalid key exit paragraph
            end-read
            if AP-SITUACAO not = 'A'
                exit paragraph
            end-if
            move AprovaData to AU-BEFORE
            move 'X' to AP-SITUACAO
            if AQ-MOTIVO not = spaces
                move AQ-MOTIVO to AP-MOTIVO
            end-if
            accept AP-DATA-EXEC from date yyyymmdd
            rewrite AprovaData
                invalid key exit paragraph
            end-rewrite
            move 'Y' to AQ-OK
            move "UPD" to AU-ACTION
            perform WriteAudit.

       WriteAudit.
            move "APROVA.DAT" to AU-FILE
            move AP-NUM       to AU-KEY
            move AQ-OPERADOR  to AU-OPERATOR
            move AprovaData   to AU-AFTER
            call "auditlog" using WS-AU-AREA.

       END PROGRAM aprova.
