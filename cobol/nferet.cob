       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nferet.
       AUTHOR. VILMAR CATAFESTA.
      *> Reads back the transmission software's answer NFE.RET for the
      *> invoices nfeexp.cob sent in NFE.REM and records it on the
      *> fiscal document NFEDOC.DAT of each FAT-NUM:
      *>   1 detail - invoice, A authorized or R rejected, 44-digit
      *>              access key, protocol, authorization date and the
      *>              rejection reason
      *> (header 0 and trailer 9 as in the export; they carry nothing
      *> posted). Only an invoice awaiting an answer (E) takes one;
      *> anything else - unknown invoice, answer already taken,
      *> authorization without a key - lands on NFERET.REJ, as
      *> bancoimp.cob does with the bank's return.
      *> Once read, the file is kept as NFERET<date>.TXT and removed,
      *> so the next run never applies an old answer to an invoice
      *> that has been sent again since.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetornoFile ASSIGN TO "NFE.RET"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RET-FS.
           SELECT NfeDocFile ASSIGN TO "NFEDOC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS NF-FATURA
                         FILE STATUS  IS NF-FS.
           SELECT RejectFile ASSIGN TO "NFERET.REJ"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REJ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RetornoFile.
       01 RetornoRec       pic x(140).

       FD NfeDocFile.
       01 NfeDocData.
            02 NF-FATURA    pic 9(06).
            02 NF-CLIENTE   pic 9(08).
            02 NF-SITUACAO  pic x.
            02 NF-DATA-EXP  pic 9(08).
            02 NF-TENTATIVAS pic 9(02).
            02 NF-CHAVE     pic x(44).
            02 NF-PROTOCOLO pic x(15).
            02 NF-DATA-AUT  pic 9(08).
            02 NF-MOTIVO    pic x(60).

       FD RejectFile.
       01 RejectLine       pic x(180).

       WORKING-STORAGE SECTION.
       01 RET-FS           pic xx.
       01 NF-FS            pic xx.
       01 REJ-FS           pic xx.
       01 WS-EOF           pic x value 'N'.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-REASON        pic x(30).
       01 WS-READ-COUNT    pic 9(06) value zeros.
       01 WS-AUTORIZADAS   pic 9(06) value zeros.
       01 WS-REJEITADAS    pic 9(06) value zeros.
       01 WS-REJECTED      pic 9(06) value zeros.
       01 WS-KEEP-NAME     pic x(24).

       01 WS-RET-DETAIL.
           02 RT-TIPO      pic x.
           02 RT-FATURA    pic 9(06).
           02 RT-SITUACAO  pic x.
           02 RT-CHAVE     pic x(44).
           02 RT-PROTOCOLO pic x(15).
           02 RT-DATA      pic 9(08).
           02 RT-MOTIVO    pic x(60).
           02 FILLER       pic x(05).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            open input RetornoFile
            if RET-FS not = "00"
                display "No NF-e return file NFE.RET, status " RET-FS
                stop run
            end-if
            open i-o NfeDocFile
            if NF-FS not = "00"
                display "** ERROR ** unable to open NFEDOC.DAT, status " NF-FS
                close RetornoFile
                move 8 to return-code
                stop run
            end-if
            open output RejectFile

            perform until WS-EOF = 'Y'
                read RetornoFile into WS-RET-DETAIL
                    at end move 'Y' to WS-EOF
                    not at end
                        if RT-TIPO = "1"
                            add 1 to WS-READ-COUNT
                            perform PostOneReturn
                        end-if
                end-read
            end-perform

            close RetornoFile
            close NfeDocFile
            close RejectFile
            perform KeepReturnFile
            display "NF-e return posting complete"
            display "  details read : " WS-READ-COUNT
            display "  authorized   : " WS-AUTORIZADAS
            display "  rejected     : " WS-REJEITADAS
            display "  not applied  : " WS-REJECTED
            display "  kept as      : " WS-KEEP-NAME
            display "  rejects in   : NFERET.REJ"
            stop run.

       PostOneReturn.
            if RT-FATURA not numeric
                move "unreadable detail record" to WS-REASON
                perform RejectOne
                exit paragraph
            end-if
            move RT-FATURA to NF-FATURA
            read NfeDocFile
                invalid key
                    move "invoice never exported" to WS-REASON
                    perform RejectOne
                    exit paragraph
            end-read
            if NF-SITUACAO not = 'E'
                move "invoice not awaiting answer" to WS-REASON
                perform RejectOne
                exit paragraph
            end-if
            evaluate RT-SITUACAO
                when 'A'
                    if RT-CHAVE = spaces or RT-PROTOCOLO = spaces
                        move "authorized without key" to WS-REASON
                        perform RejectOne
                        exit paragraph
                    end-if
                    move 'A'          to NF-SITUACAO
                    move RT-CHAVE     to NF-CHAVE
                    move RT-PROTOCOLO to NF-PROTOCOLO
                    if RT-DATA is numeric and RT-DATA > zeros
                        move RT-DATA to NF-DATA-AUT
                    else
                        move WS-RUN-DATE to NF-DATA-AUT
                    end-if
                    move spaces       to NF-MOTIVO
                when 'R'
                    move 'R'          to NF-SITUACAO
                    move RT-MOTIVO    to NF-MOTIVO
                    if NF-MOTIVO = spaces
                        move "REJEITADA SEM MOTIVO INFORMADO" to NF-MOTIVO
                    end-if
                when other
                    move "status neither A nor R" to WS-REASON
                    perform RejectOne
                    exit paragraph
            end-evaluate
            rewrite NfeDocData
                invalid key
                    move "fiscal document not updated" to WS-REASON
                    perform RejectOne
                not invalid key
                    if NF-SITUACAO = 'A'
                        add 1 to WS-AUTORIZADAS
                    else
                        add 1 to WS-REJEITADAS
                    end-if
            end-rewrite.

       RejectOne.
            add 1 to WS-REJECTED
            move spaces to RejectLine
            string WS-REASON      delimited by size
                   " : "          delimited by size
                   WS-RET-DETAIL  delimited by size
                into RejectLine
            end-string
            write RejectLine.

       KeepReturnFile.
            move spaces to WS-KEEP-NAME
            string "NFERET" delimited by size
                   WS-RUN-DATE delimited by size
                   ".TXT" delimited by size
                into WS-KEEP-NAME
            end-string
            call "CBL_COPY_FILE" using "NFE.RET" WS-KEEP-NAME
            if return-code = 0
                call "CBL_DELETE_FILE" using "NFE.RET"
            else
                display "** NFE.RET not kept - remove it before the next run"
            end-if
            move 0 to return-code.

       END PROGRAM nferet.
