      *> journal line written under the BANCO operator - and every
      *> return that does not match an open item, or would overpay
      *> it, lands on the BANCORET.REJ report instead of on the books.
      *> Every customer with a receipt posted is put to svcstat once
      *> the receivables are closed, so a suspended TELCO account the
      *> bank payment brought back under the rule is queued for
      *> reactivation with its fee invoiced, as at the counter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-POSTED        pic 9(06) value zeros.
       01 WS-REJECTED      pic 9(06) value zeros.
       01 WS-TOT-POSTED    pic 9(10)V99 value zeros.
       01 WS-REATIVADOS    pic 9(06) value zeros.
       01 WS-PG-TOTAL      pic 9(04) value zeros.
       01 WS-PG-IDX        pic 9(04).
       01 WS-PG-ACHOU      pic x.
       01 WS-PG-TAB.
           02 WS-PG-CLIENTE pic 9(08) occurs 2000 times.

       01 WS-SV-AREA.
           05 SV-MODO       pic x.
           05 SV-CLIENTE    pic 9(08).
           05 SV-SUSPENDE   pic x.
           05 SV-MOTIVO     pic x.
           05 SV-SALDO-90   pic 9(07)V99.
           05 SV-RESULTADO  pic x.
           05 SV-TARIFA-FAT pic 9(06).

       01 WS-RET-DETAIL.
           02 RT-TIPO      pic x.
            close RetornoFile
            close ReceivFile
            close RejectFile
            perform varying WS-PG-IDX from 1 by 1
                    until WS-PG-IDX > WS-PG-TOTAL
                move 'P' to SV-MODO
                move WS-PG-CLIENTE (WS-PG-IDX) to SV-CLIENTE
                call "svcstat" using WS-SV-AREA
                if SV-RESULTADO = 'R'
                    add 1 to WS-REATIVADOS
                    display "  TELCO reactivation queued for "
                        SV-CLIENTE ", fee invoice " SV-TARIFA-FAT
                end-if
            end-perform
            display "Bank return posting complete"
            display "  details read : " WS-READ-COUNT
            display "  posted       : " WS-POSTED
            display "  posted value : " WS-TOT-POSTED
            display "  rejected     : " WS-REJECTED
            display "  reactivated  : " WS-REATIVADOS
            display "  rejects in   : BANCORET.REJ"
            stop run.

                    perform RejectOne
                not invalid key
                    perform WriteCashJournal
                    perform RememberCustomer
                    add 1 to WS-POSTED
                    add RT-VALOR to WS-TOT-POSTED
            end-rewrite.

       RememberCustomer.
            move 'N' to WS-PG-ACHOU
            perform varying WS-PG-IDX from 1 by 1
                    until WS-PG-IDX > WS-PG-TOTAL
                        or WS-PG-ACHOU = 'Y'
                if WS-PG-CLIENTE (WS-PG-IDX) = RT-CLIENTE
                    move 'Y' to WS-PG-ACHOU
                end-if
            end-perform
            if WS-PG-ACHOU = 'N' and WS-PG-TOTAL < 2000
                add 1 to WS-PG-TOTAL
                move RT-CLIENTE to WS-PG-CLIENTE (WS-PG-TOTAL)
            end-if.

       WriteCashJournal.
            move WS-RUN-DATE    to CX-DATA
            move WS-RUN-HHMMSS  to CX-HORA
