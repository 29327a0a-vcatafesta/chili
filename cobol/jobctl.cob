      *> A run calendar (JOBCAL.DAT: "H" + holiday date rows, "W" +
      *> weekday 1-7 rows for the weekend rule) plus a frequency
      *> flag per step (D daily, B business-day, M month-end, A
      *> monthly after the close on day one, S weekly on Monday)
      *> decide which steps run today; a step the calendar holds
      *> back is logged as SKIP, distinct from FAIL, so the morning
      *> check can tell them apart.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-PULA          pic x.

       01 WS-STEP-TABLE.
           05 WS-STEP-DEF occurs 24 times.
               10 ST-NAME      pic x(20).
               10 ST-CMD       pic x(80).
               10 ST-FREQ      pic x.

      *> Prior statuses of the most recent run on the log.
       01 WS-PRIOR.
           05 WS-PRIOR-ST  pic x(04) occurs 24 times.

       PROCEDURE DIVISION.
       001-Main.
                if WS-ANSWER = 'Y' or WS-ANSWER = 'y'
                    move WS-LAST-DATE to WS-RUN-DATE
                    perform varying WS-STEP from 1 by 1
                            until WS-STEP > 24
                        if WS-PRIOR-ST (WS-STEP) = "OK  "
                                or WS-PRIOR-ST (WS-STEP) = "SKIP"
                            move 'Y' to ST-DONE (WS-STEP)
            end-if

            perform varying WS-STEP from 1 by 1
                    until WS-STEP > 24 or WS-FAILED = 'Y'
                if ST-DONE (WS-STEP) = 'Y'
                    display "Step " WS-STEP " "
                        ST-NAME (WS-STEP) " already OK - skipped"
            move "sh -c 'printf ""\n\n\n\n"" | ./customer'"
                to ST-CMD (1)
            move 'B' to ST-FREQ (1)
      *>    Suspensions first, so the rating run already rejects
      *>    the calls of the lines it suspends.
            move "SUSPENSAO TELCO"  to ST-NAME (2)
            move "./telcosusp"      to ST-CMD (2)
            move 'B' to ST-FREQ (2)
            move "TELCO RUN"        to ST-NAME (3)
            move "sh -c 'echo B | ./telco'" to ST-CMD (3)
            move 'B' to ST-FREQ (3)
      *>    The transmitter's return can come in on any day, and
      *>    every new or rejected invoice goes out with the next run.
            move "NFE RETORNO"      to ST-NAME (4)
            move "./nferet"         to ST-CMD (4)
            move 'D' to ST-FREQ (4)
            move "NFE EXPORTACAO"   to ST-NAME (5)
            move "./nfeexp"         to ST-CMD (5)
            move 'D' to ST-FREQ (5)
      *>    Scheduled prices must go live every day, weekend
      *>    promotions included, so this one stays daily.
            move "PRECOS AGENDADOS" to ST-NAME (6)
            move "./cobol-bolinho/precoaplica" to ST-CMD (6)
            move 'D' to ST-FREQ (6)
      *>    Markdowns start from the day's list price and must be in
      *>    place before BAIXA VENCIDOS writes the stock off.
            move "REMARCA VALIDADE" to ST-NAME (7)
            move "./cobol-bolinho/remarca" to ST-CMD (7)
            move 'D' to ST-FREQ (7)
            move "BOLINHO SWEEP"    to ST-NAME (8)
      *>    NOTURNO/NOTURNO is the batch operator: seeded as the first
      *>    supervisor on a brand-new install, registered via opermnt
      *>    otherwise; a refused sign-on exits bolinho non-zero and
      *>    stops the chain here.
            move "sh -c 'printf ""NOTURNO\nNOTURNO\nA\n\nS\n"" | "
                & "cobol-bolinho/bolinho'" to ST-CMD (8)
            move 'B' to ST-FREQ (8)
      *>    The till takes cards every day of the week.
            move "CONCILIA CARTAO"  to ST-NAME (9)
            move "./cobol-bolinho/cartaoconc" to ST-CMD (9)
            move 'D' to ST-FREQ (9)
            move "MARGEM RECONCILE" to ST-NAME (10)
            move "./cobol-bolinho/margemrec" to ST-CMD (10)
            move 'B' to ST-FREQ (10)
            move "BAIXA VENCIDOS"   to ST-NAME (11)
            move "./cobol-bolinho/baixavenc" to ST-CMD (11)
            move 'D' to ST-FREQ (11)
            move "AGING REPORT"     to ST-NAME (12)
            move "./agingrep"       to ST-CMD (12)
            move 'B' to ST-FREQ (12)
            move "CEP EXTRACT"      to ST-NAME (13)
            move "./cep"            to ST-CMD (13)
            move 'B' to ST-FREQ (13)
            move "FOTO ESTOQUE"     to ST-NAME (14)
            move "./cobol-bolinho/fotoestoque" to ST-CMD (14)
            move 'M' to ST-FREQ (14)
            move "PREVISAO DEMANDA" to ST-NAME (15)
            move "./cobol-bolinho/prevdem" to ST-CMD (15)
            move 'A' to ST-FREQ (15)
            move "PREVENCAO PERDAS" to ST-NAME (16)
            move "./cobol-bolinho/prevperda" to ST-CMD (16)
            move 'S' to ST-FREQ (16)
            move "FREQUENCIA ESCOLAR" to ST-NAME (17)
            move "./attwarn"        to ST-CMD (17)
            move 'S' to ST-FREQ (17)
      *>    A journal that fails its control check returns code 4
      *>    and stops the chain here.
            move "LANCAMENTO RAZAO" to ST-NAME (18)
            move "sh -c 'echo | ./glpost'" to ST-CMD (18)
            move 'D' to ST-FREQ (18)
            move "PROJECAO CAIXA"   to ST-NAME (19)
            move "sh -c 'echo | ./fluxocaixa'" to ST-CMD (19)
            move 'S' to ST-FREQ (19)
            move "PROVISAO PDD"     to ST-NAME (20)
            move "sh -c 'echo | ./provpdd'" to ST-CMD (20)
            move 'A' to ST-FREQ (20)
      *>    Proposals only; the write-off itself needs a supervisor
      *>    in perdarec and an approval in aprovmnt.
            move "PROPOSTAS BAIXA"  to ST-NAME (21)
            move "sh -c 'echo N | ./perdarec'" to ST-CMD (21)
            move 'A' to ST-FREQ (21)
            move "FILA APROVACAO"   to ST-NAME (22)
            move "./aprovrel"       to ST-CMD (22)
            move 'D' to ST-FREQ (22)
            move "INTEGRIDADE REFS" to ST-NAME (23)
            move "./refcheck"       to ST-CMD (23)
            move 'D' to ST-FREQ (23)
      *>    Capacity last, over the files the chain has just grown;
      *>    its warnings go to ERRLOG and the morning report, never
      *>    to the step status.
            move "CAPACIDADE CHAVES" to ST-NAME (24)
            move "./capmon"         to ST-CMD (24)
            move 'D' to ST-FREQ (24)
            perform varying WS-STEP from 1 by 1 until WS-STEP > 24
                move 'N'    to ST-DONE (WS-STEP)
                move zeros  to ST-START (WS-STEP) ST-END (WS-STEP)
                move spaces to ST-STATUS (WS-STEP)
                    if WS-MES-INICIO = 'N'
                        move 'Y' to WS-PULA
                    end-if
                when 'S'
                    if WS-SEMANA not = 1
                        move 'Y' to WS-PULA
                    end-if
                when other
                    continue
            end-evaluate.
                            move 'N' to WS-LAST-FAILED
                            move zeros to WS-MAX-STEP
                            perform varying WS-STEP from 1 by 1
                                    until WS-STEP > 24
                                move spaces to WS-PRIOR-ST (WS-STEP)
                            end-perform
                        end-if
                        if JL-STEP >= 1 and JL-STEP <= 24
                            move JL-STATUS to WS-PRIOR-ST (JL-STEP)
                            if JL-STEP > WS-MAX-STEP
                                move JL-STEP to WS-MAX-STEP
            display ' '
            display "END-OF-JOB SUMMARY - run " WS-RUN-DATE
            display "STEP NAME                 START  END    SECS STAT"
            perform varying WS-STEP from 1 by 1 until WS-STEP > 24
                if ST-STATUS (WS-STEP) = spaces
                    if ST-DONE (WS-STEP) = 'Y'
                        display WS-STEP "   " ST-NAME (WS-STEP)
