                        Line
                        Sequential
                        File Status Is WS-Acct-Status.
           Select AllowFile Assign to
                "/tmp/TELCO.ALLOW"
                        Line
                        Sequential
                        File Status Is WS-Allow-Status.
           Select AllowHistFile Assign to
                "/tmp/TELCO.ALLOW.HIST"
                        Line
                        Sequential
                        File Status Is WS-AHist-Status.
           Select CdrFile Assign to
                "/tmp/TELCO.CDR"
                        Line
                        Sequential
                        File Status Is WS-Cdr-Status.
           Select DestFile Assign to
                "/tmp/TELCO.DEST"
                        Line
                        Sequential
                        File Status Is WS-Dest-Status.
           Select CustomerFile Assign to
                "customer.dat"
                        Organization Indexed
                        Access Mode Dynamic
                        Record Key IDNum
                        Alternate Record Key CustDoc
                            With Duplicates
                        File Status Is WS-Cust-Status.
           Select PrepaidFile Assign to
                "TELCO.PREPAID"
                        Line
                        Sequential
                        File Status Is WS-Prep-Status.
           Select SvcStatusFile Assign to
                "TELCO.STATUS"
                        Line
                        Sequential
                        File Status Is WS-Svc-Status.
           Select CalendarFile Assign to
                "/tmp/TELCO.CAL"
                        Line
                        Access Mode Dynamic
                        Record Key FATIT-CHAVE
                        File Status Is WS-FatIt-Status.
           Select FatDetFile Assign to
                "FATDET.DAT"
                        Organization Indexed
                        Access Mode Dynamic
                        Record Key FATDT-CHAVE
                        File Status Is WS-FatDt-Status.
           Select ItemWorkFile Assign to
                "/tmp/TELCO.ITEM.WRK"
                        Line
                        Sequential
                        File Status Is WS-Item-Status.
           Select ReceivFile Assign to
                "CONTASREC.DAT"
                        Organization Indexed
                        Access Mode Dynamic
                        Record Key CR-CHAVE
                        File Status Is WS-Rec-Status.
           Select IssTaxFile Assign to
                "ISSTAXAS.DAT"
                        Organization Indexed
                        Access Mode Dynamic
                        Record Key IS-SERVICO
                        File Status Is WS-IssT-Status.
           Select IssFatFile Assign to
                "ISSFAT.DAT"
                        Organization Indexed
                        Access Mode Dynamic
                        Record Key IF-FATURA
                        File Status Is WS-IssF-Status.
       Data Division.
        File Section.
       FD  InFile.
      *>   with a future date are skipped until their day arrives and
      *>   the latest effective row per plan wins.
           05  RR-Eff-Date      Pic 9(08).
      *>   Contract plans: a monthly fee buys included minutes, either
      *>   one pool or split per band (a zero band pool falls back to
      *>   the general one); minutes past the allowance bill at the
      *>   overage rate, or the band rate when that is zero. Blank
      *>   columns on older rows read as zero - a per-unit plan.
           05  RR-Fee           Pic 9(04)V99.
           05  RR-Incl-Min      Pic 9(05).
           05  RR-Incl-Peak     Pic 9(05).
           05  RR-Incl-Shoulder Pic 9(05).
           05  RR-Incl-OffPeak  Pic 9(05).
           05  RR-Over-Rate     Pic 9V9(5).
       FD  CheckpointFile.
       01  CkptRec              Pic 9(07).
       FD  RunRegFile.
           05  NR-Rate-Shoulder Pic 9V9(5).
           05  NR-Rate-OffPeak  Pic 9V9(5).
           05  NR-Eff-Date      Pic 9(08).
           05  NR-Fee           Pic 9(04)V99.
           05  NR-Incl-Min      Pic 9(05).
           05  NR-Incl-Peak     Pic 9(05).
           05  NR-Incl-Shoulder Pic 9(05).
           05  NR-Incl-OffPeak  Pic 9(05).
           05  NR-Over-Rate     Pic 9V9(5).
       FD  DeltaFile.
       01  DeltaRec             Pic X(80).
       FD  RejectFile.
           05  AR-Duration      Pic 9(10).
           05  AR-Premium       Pic X.
           05  AR-Time          Pic 9(04).
      *>   Allowance used so far in the billing month (YYYYMM), one
      *>   row per contract-plan account, carried from one account run
      *>   to the next; pools are 1 peak, 2 shoulder, 3 off-peak and
      *>   4 general, in rated units (seconds). Rows of a closed month
      *>   move to TELCO.ALLOW.HIST for the plan-fit report.
       FD  AllowFile.
       01  AllowRec.
           05  AW-Account       Pic 9(08).
           05  AW-Mes           Pic 9(06).
           05  AW-Plan          Pic X(02).
           05  AW-Incl          Pic 9(07).
           05  AW-Used          Pic 9(09).
           05  AW-Used-Pool     Pic 9(09)       OCCURS 4 TIMES.
           05  AW-Over          Pic 9(09).
           05  AW-Over-Val      Pic 9(07)V99.
           05  AW-Fee-Billed    Pic X.
       FD  AllowHistFile.
       01  AllowHistRec         Pic X(87).
      *>   Call-detail record from the switch: the account feed's
      *>   fields plus the call date and both numbers, so a call can
      *>   be rated by where it went. Dialed numbers arrive without
      *>   carrier selection: "0" + area code for long distance (DDD),
      *>   "00" + country code for international (DDI).
       FD  CdrFile.
       01  CdrRec.
           05  CD-Account       Pic 9(08).
           05  CD-Date          Pic 9(08).
           05  CD-Time          Pic 9(04).
           05  CD-Duration      Pic 9(10).
           05  CD-Premium       Pic X.
           05  CD-Orig          Pic X(13).
           05  CD-Dialed        Pic X(16).
      *>   Destination table, two kinds of row like the calendar: "P"
      *>   rows map a dialed-number prefix to a destination class
      *>   (L local, D long distance, I international, M mobile),
      *>   longest prefix winning; "M" rows give a plan's multiplier
      *>   on the band rate for one class (missing or zero = 1).
       FD  DestFile.
       01  DestRec.
           05  DS-Tipo          Pic X.
           05  DS-Dados         Pic X(20).
           05  Redefines DS-Dados.
               10  DS-Prefix    Pic X(08).
               10  DS-Class     Pic X.
               10               Pic X(11).
           05  Redefines DS-Dados.
               10  DS-Plan      Pic X(02).
               10  DS-Mult-Class Pic X.
               10  DS-Mult      Pic 9V9(4).
               10               Pic X(12).
       FD  CustomerFile.
       01  CustomerData.
           05  IDNum            Pic 9(08).
           05  FirstName        Pic X(15).
           05  LastName         Pic X(15).
           05  CustStatus       Pic X.
           05  CustDocTipo      Pic X.
           05  CustDoc          Pic X(14).
      *>   Prepaid balances, topped up through pagamento.cob receipts;
      *>   an account with a row here is prepaid, everyone else is
      *>   postpaid as always. Lives beside customer.dat in the shop
       01  PrepaidRec.
           05  PB-Account       Pic 9(08).
           05  PB-Saldo         Pic 9(07)V99.
      *>   Service status kept by telcosusp.cob and svcstat.cob in
      *>   the shop directory: S suspended since SV-Data, R paid up
      *>   and waiting for the switch, A active again.
       FD  SvcStatusFile.
       01  SvcStatusRec.
           05  SV-Account       Pic 9(08).
           05  SV-Situacao      Pic X.
           05  SV-Data          Pic 9(08).
           05                   Pic X(16).
      *>   Rating calendar: "H" rows name a holiday date, "W" rows a
      *>   weekday (1 = Monday .. 7 = Sunday) that always rates
      *>   off-peak, e.g. "W7" for Sundays.
           05  FATIT-SKU        Pic 9(04).
           05  FATIT-NOTA       Pic X(30).
           05  FATIT-VALOR      Pic 9(04)V99.
      *>   Itemized calls behind a phone invoice, one row per call
      *>   numbered within FAT-NUM, for extlote's statement and the
      *>   rptmenu reprint when a customer disputes the bill.
       FD  FatDetFile.
       01  FatDetData.
           05  FATDT-CHAVE.
               10  FATDT-NUM    Pic 9(06).
               10  FATDT-SEQ    Pic 9(05).
           05  FATDT-CLIENTE    Pic 9(08).
           05  FATDT-DATA       Pic 9(08).
           05  FATDT-HORA       Pic 9(04).
           05  FATDT-FAIXA      Pic X.
           05  FATDT-DESTINO    Pic X.
           05  FATDT-NUMERO     Pic X(16).
           05  FATDT-DURACAO    Pic 9(10).
           05  FATDT-TARIFA     Pic 9V9(5).
           05  FATDT-VALOR      Pic 9(05)V99.
           05  FATDT-IMPOSTO    Pic 9(05)V99.
      *>   The invoice number only exists once the account's month is
      *>   totalled, so the run parks every billed call here first.
       FD  ItemWorkFile.
       01  ItemWorkRec.
           05  IW-Account       Pic 9(08).
           05  IW-Data          Pic 9(08).
           05  IW-Hora          Pic 9(04).
           05  IW-Faixa         Pic X.
           05  IW-Destino       Pic X.
           05  IW-Numero        Pic X(16).
           05  IW-Duracao       Pic 9(10).
           05  IW-Tarifa        Pic 9V9(5).
           05  IW-Valor         Pic 9(05)V99.
           05  IW-Imposto       Pic 9(05)V99.
       FD  ReceivFile.
       01  ReceivData.
           05  CR-CHAVE.
           05  CR-VALOR-ORIG    Pic 9(06)V99.
           05  CR-VALOR-PAGO    Pic 9(06)V99.
           05  CR-VENCIMENTO    Pic 9(08).
      *>   Phone service pays the city's ISS: the rate comes from
      *>   ISSTAXAS.DAT under service type TEL (issmnt.cob), and each
      *>   invoice's base and ISS are kept in ISSFAT.DAT for the
      *>   apuraiss.cob filing, beside the call taxes (IF-OUTROS)
      *>   that make up the rest of FAT-IMPOSTO.
       FD  IssTaxFile.
       01  IssTaxData.
           05  IS-SERVICO       Pic X(03).
           05  IS-ITEM-LC       Pic X(05).
           05  IS-DESCRICAO     Pic X(30).
           05  IS-ALIQUOTA      Pic 9V9999.
       FD  IssFatFile.
       01  IssFatData.
           05  IF-FATURA        Pic 9(06).
           05  IF-SERVICO       Pic X(03).
           05  IF-DATA          Pic 9(08).
           05  IF-CLIENTE       Pic 9(08).
           05  IF-BASE          Pic 9(06)V99.
           05  IF-ALIQUOTA      Pic 9V9999.
           05  IF-ISS           Pic 9(06)V99.
           05  IF-OUTROS        Pic 9(06)V99.
       Working-Storage Section.
       01  Misc.
           05                   Pic  X          Value "N".
           05  WS-Prep-Threshold    Pic 9(05)V99    Value Zero.
           05  WS-Prep-Low          Pic 9(03)       Value Zero.
           05  WS-Prep-Saldo-Out    Pic z,zzz,zz9.99.
           05  WS-Svc-Status        Pic XX          Value Spaces.
           05  WS-Acct-Susp         Pic X           Value "N".
           05  WS-Cal-Status        Pic XX          Value Spaces.
           05  WS-Cal-Off-Today     Pic X           Value "N".
           05  WS-Weekday           Pic 9           Value Zero.
           05  WS-FatIt-Status      Pic XX          Value Spaces.
           05  WS-Rec-Status        Pic XX          Value Spaces.
           05  WS-Billing-Open      Pic X           Value "N".
           05  WS-IssT-Status       Pic XX          Value Spaces.
           05  WS-IssF-Status       Pic XX          Value Spaces.
           05  WS-Iss-Aliq          Pic 9V9999      Value Zero.
           05  WS-Iss-Valor         Pic 9(06)V99    Value Zero.
           05  WS-Fat-Prox          Pic 9(06)       Value Zero.
           05  WS-Fat-Line-Rest     Pic S9(07)V99   Value Zero.
           05  WS-Fat-Line-Parte    Pic 9(04)V99    Value Zero.
           05  WS-Fat-Line-Seq      Pic 9(02)       Value Zero.
           05  WS-Inv-Posted        Pic 9(03)       Value Zero.
           05  WS-Venc-Int          Pic 9(07)       Value Zero.
           05  WS-Cdr-Status        Pic XX          Value Spaces.
           05  WS-FatDt-Status      Pic XX          Value Spaces.
           05  WS-Allow-Status      Pic XX          Value Spaces.
           05  WS-AHist-Status      Pic XX          Value Spaces.
           05  WS-AHist-Open        Pic X           Value "N".
           05  WS-Bill-Month        Pic 9(06)       Value Zero.
           05  WS-Bill-Units        Pic 9(15)       Value Zero.
           05  WS-Allow-Applied     Pic X           Value "N".
           05  WS-Allow-Pool        Pic 9           Value Zero.
           05  WS-Allow-Incl        Pic 9(09)       Value Zero.
           05  WS-Allow-Left        Pic 9(09)       Value Zero.
           05  WS-Allow-Consumed    Pic 9(09)       Value Zero.
           05  WS-Inv-Allow         Pic X           Value "N".
           05  WS-Inv-Fee           Pic 9(04)V99    Value Zero.
           05  WS-Inv-Fee-Tax       Pic 9(04)V99    Value Zero.
           05  WS-Min-Used          Pic 9(07)       Value Zero.
           05  WS-Min-Incl          Pic 9(07)       Value Zero.
           05  WS-Min-Over          Pic 9(07)       Value Zero.
           05  WS-Item-Status       Pic XX          Value Spaces.
           05  WS-Item-EOF          Pic X           Value "N".
           05  WS-Item-Count        Pic 9(07)       Value Zero.
           05  WS-Cdr-Mode          Pic X           Value "N".
           05  WS-Dest-Status       Pic XX          Value Spaces.
           05  WS-Dest-Class        Pic X           Value "N".
           05  WS-Dest-Mult         Pic 9V9(4)      Value 1.
           05  WS-Dest-Len          Pic 9(02)       Value Zero.
           05  WS-Dest-Best         Pic 9(02)       Value Zero.
           05  WS-Dest-Idx          Pic 9           Value 5.
           05  WS-Band-Idx          Pic 9           Value 5.
           05  WS-Dest-Used         Pic X           Value "N".
           05  WS-Cal-Off-Run       Pic X           Value "N".
           05  WS-Call-Weekday      Pic 9           Value Zero.
       01  Call-Work.
           05  CW-Account           Pic 9(08).
           05  CW-Duration          Pic 9(10).
           05  CW-Premium           Pic X.
           05  CW-Time              Pic 9(04).
           05  CW-Date              Pic 9(08).
           05  CW-Orig              Pic X(13).
           05  CW-Dialed            Pic X(16).
       01  Dest-Prefix-Table.
           05  WS-Dx-Count      Pic 9(03)       Value Zero.
           05  Dx-Entry OCCURS 100 TIMES INDEXED BY DX-Idx.
               10  DX-Prefix    Pic X(08).
               10  DX-Len       Pic 9(02).
               10  DX-Class     Pic X.
       01  Dest-Mult-Table.
           05  WS-Dm-Count      Pic 9(03)       Value Zero.
           05  Dm-Entry OCCURS 50 TIMES INDEXED BY DM-Idx.
               10  DM-Plan      Pic X(02).
               10  DM-Class     Pic X.
               10  DM-Mult      Pic 9V9(4).
       01  Allow-Table.
           05  WS-Ax-Count      Pic 9(03)       Value Zero.
           05  Ax-Entry OCCURS 200 TIMES INDEXED BY AX-Idx.
               10  AX-Account   Pic 9(08).
               10  AX-Plan      Pic X(02).
               10  AX-Incl      Pic 9(07).
               10  AX-Used      Pic 9(09).
               10  AX-Used-Pool Pic 9(09)       OCCURS 4 TIMES.
               10  AX-Over      Pic 9(09).
               10  AX-Over-Val  Pic 9(07)V99.
               10  AX-Fee-Billed Pic X.
       01  Calendar-Table.
           05  WS-Ct-Count      Pic 9(03)       Value Zero.
           05  Ct-Entry OCCURS 100 TIMES INDEXED BY CT-Idx.
               10  CT-Tipo      Pic X.
               10  CT-Valor     Pic 9(08).
      *>   Band totals again, split by destination class: 1 local,
      *>   2 long distance, 3 international, 4 mobile, 5 calls with
      *>   no dialed number (the legacy feeds); bands 1-5 are
      *>   holiday, peak, shoulder, off-peak, flat.
       01  Dest-Totals.
           05  Dest-Tot-Entry OCCURS 5 TIMES.
               10  DT-Count     Pic 9(07)       Value Zero.
               10  DT-Rev       Pic S9(07)V99   Binary Value Zero.
               10  DT-Band OCCURS 5 TIMES.
                   15  DB-Count Pic 9(07)       Value Zero.
                   15  DB-Rev   Pic S9(07)V99   Binary Value Zero.
       01  Dest-Names.
           05                   Pic X(14)       Value "local".
           05                   Pic X(14)       Value "long distance".
           05                   Pic X(14)       Value "international".
           05                   Pic X(14)       Value "mobile".
           05                   Pic X(14)       Value "no destination".
       01  Redefines Dest-Names.
           05  DN-Name          Pic X(14)       OCCURS 5 TIMES.
       01  Band-Names.
           05                   Pic X(09)       Value "holiday".
           05                   Pic X(09)       Value "peak".
           05                   Pic X(09)       Value "shoulder".
           05                   Pic X(09)       Value "off-peak".
           05                   Pic X(09)       Value "flat".
       01  Redefines Band-Names.
           05  BN-Name          Pic X(09)       OCCURS 5 TIMES.
       01  Band-Totals.
           05  WS-Holiday-Count     Pic 9(07)       Value Zero.
           05  WS-Holiday-Rev       Pic S9(07)V99   Binary Value Zero.
               10  AT-Price     Pic S9(07)V99   Binary.
               10  AT-BTax      Pic S9(07)V99   Binary.
               10  AT-DTax      Pic S9(07)V99   Binary.
               10  AT-Fat-Num   Pic 9(06).
               10  AT-Det-Seq   Pic 9(05).
       01  Acct-Invoice-Lines.
           05  Acct-Head-Line.
               10               Pic X(09)       Value " Account:".
           05  Prep-Entry OCCURS 200 TIMES INDEXED BY PB-Idx.
               10  PT-Account   Pic 9(08).
               10  PT-Saldo     Pic S9(07)V99   Binary.
       01  Svc-Table.
           05  WS-Svc-Count     Pic 9(03)       Value Zero.
           05  Svc-Entry OCCURS 500 TIMES INDEXED BY SV-Idx.
               10  ST-Account   Pic 9(08).
               10  ST-Data      Pic 9(08).
       01  Manifest-Table.
           05  Man-Entry OCCURS 20 TIMES INDEXED BY MN-Idx.
               10  MF-Name      Pic X(40).
               10  RT-Rate-Shoulder Pic 9V9(5).
               10  RT-Rate-OffPeak  Pic 9V9(5).
               10  RT-Eff-Date      Pic 9(08).
               10  RT-Fee           Pic 9(04)V99.
               10  RT-Incl-Min      Pic 9(05).
               10  RT-Incl-Peak     Pic 9(05).
               10  RT-Incl-Shoulder Pic 9(05).
               10  RT-Incl-OffPeak  Pic 9(05).
               10  RT-Over-Rate     Pic 9V9(5).
       01  WS-Rate-Count        Pic 9(2)        Value Zero.
       01  WS-Control-Totals.
           05  WS-Rec-Count      Pic 9(07)       Value Zero.
        Mainline.
           Perform Load-Rate-Table
           Perform Load-Calendar Thru Load-Calendar-Out
           Perform Load-Dest-Table Thru Load-Dest-Out
           Display "Enter 'I' for an interactive single-call lookup,"
               " 'A' for the account-extended extract,"
               " 'C' for the call-detail extract,"
               " 'R' for the re-rate comparison,"
               " 'M' for the manifest multi-file run,"
               " anything else for the batch file run:" Upon Console
               Perform Acct-Run
               Stop Run
           End-If
           If WS-Run-Mode = "C" or WS-Run-Mode = "c"
               Move "Y" to WS-Cdr-Mode
               Perform Acct-Run
               Stop Run
           End-If
           If WS-Run-Mode = "R" or WS-Run-Mode = "r"
               Perform ReRate-Run
               Stop Run
           Accept WS-In-Premium From Console
           Display "Time of day HHMM (9999 if unknown):" Upon Console
           Accept WS-In-Time From Console
           Display "Dialed number (blank if unknown):" Upon Console
           Move Spaces to CW-Dialed CW-Orig
           Accept CW-Dialed From Console
           Perform Classify-Dest Thru Classify-Dest-Out
      *>   Premimum-Rate is driven by the odd/even last digit of
      *>   InRec, same as the batch extract, so force that digit
      *>   to match the operator's Y/N answer.
           Display "BTax   : " BTax-Out
           Display "DTax   : " DTax-Out
           Display "Output : " Output-Out
           Display "Dest   : " DN-Name (WS-Dest-Idx)
               .
      *>   Manifest mode: when the switch hands over several daily
      *>   call files, /tmp/TELCO.MANIFEST lists them one per line
      *>   taxes per account and emit a per-account invoice section
      *>   with the holder's name from customer.dat, on top of the
      *>   same grand totals the benchmark run reports.
      *>   Call-detail mode runs the same way from /tmp/TELCO.CDR,
      *>   each call also classified by destination and checked
      *>   against the calendar on its own call date.
      *>   Calls on an account telcosusp.cob has suspended, dated on
      *>   or after the suspension, go to the rejects as reason 07.
       Acct-Run.
           If WS-Cdr-Mode = "Y"
               Open Input CdrFile
               If WS-Cdr-Status Not = "00"
                   Display "No call-detail extract at /tmp/TELCO.CDR,"
                       " status " WS-Cdr-Status Upon Console
                   Stop Run
               End-If
           Else
               Open Input  AcctFile
               If WS-Acct-Status Not = "00"
                   Display "No account extract at /tmp/TELCO.ACCT,"
                       " status " WS-Acct-Status Upon Console
                   Stop Run
               End-If
           End-If
           Open Output OutFile
           Open Output RejectFile
               Move "Y" to WS-Cust-Open
           End-If
           Perform Open-Billing-Files
           If WS-Billing-Open = "Y"
               Open Output ItemWorkFile
           End-If
           Perform Load-Plan-Assigns Thru Load-Plan-Out
           Perform Load-Allowances Thru Load-Allow-Out
           Perform Load-Prepaid Thru Load-Prepaid-Out
           Perform Load-Svc-Status Thru Load-Svc-Out
           Write OutRec from Header-1
           Write OutRec from Header-2
           Move Function Current-Date   To Start-Time
           Perform Until WS-Acct-EOF = "Y"
               Perform Read-Call-Input
               If WS-Acct-EOF = "N"
                   Add 1 to WS-Rec-Count
                   Perform Svc-Susp-Check
                   Evaluate True
                       When CW-Account Not Numeric
                         or CW-Duration Not Numeric
                           Move "04 BAD ACCOUNT RECORD" to RJ-Reason
                           Perform Write-Reject
                       When CW-Date Not Numeric
                           Move "06 BAD CALL DATE" to RJ-Reason
                           Perform Write-Reject
                       When WS-Acct-Susp = "Y"
                           Move "07 ACCOUNT SUSPENDED" to RJ-Reason
                           Perform Write-Reject
                       When Other
                           Add 1 to WS-Rated-Count
                           Compute InRec = (CW-Duration / 10) * 10
                           If CW-Premium = "Y" or CW-Premium = "y"
                               Add 1 to InRec
                           End-If
                           Move CW-Time to WS-In-Time
                           Perform Call-Date-Calendar
                               Thru Call-Date-Calendar-Out
                           Perform Classify-Dest Thru Classify-Dest-Out
                           Perform Find-Acct-Plan
                           Perform Calc-Para
                           Perform Prepaid-Check
                           If WS-Prepaid-OK = "Y"
                               Write OutRec from Detail-Line
                               Perform Acct-Accumulate
                               If WS-Billing-Open = "Y"
                                   Perform Write-Item-Work
                               End-If
                           Else
                               Perform Reverse-Calc
                               Move "05 NO CREDIT - PREPAID"
                               Perform Write-Reject
                               Subtract 1 from WS-Rated-Count
                           End-If
                   End-Evaluate
               End-If
           End-Perform
           Perform Acct-Invoices
           If WS-Billing-Open = "Y"
               Close ItemWorkFile
               Perform Post-Itemization
           End-If
           Perform Save-Allowances
           Perform Save-Prepaid Thru Save-Prepaid-Out
           Perform Prepaid-Low-Report Thru Prepaid-Low-Out
           Perform Usage-Anomaly-Check
           Perform WindUp-Report
           If WS-Cdr-Mode = "Y"
               Close CdrFile
           Else
               Close AcctFile
           End-If
           Close OutFile
                 RejectFile
           If WS-Cust-Open = "Y"
               Close CustomerFile
           If WS-Billing-Open = "Y"
               Close FaturaFile
                     FaturaItFile
                     FatDetFile
                     ReceivFile
                     IssFatFile
               Display "Invoices posted to billing: " WS-Inv-Posted
                   Upon Console
               Display "Calls itemized in FATDET.DAT: " WS-Item-Count
                   Upon Console
           End-If
               .
      *>   Both feeds land in Call-Work; the account feed has no call
      *>   date or numbers, so its calls rate on the run date with no
      *>   destination, exactly as before.
       Read-Call-Input.
           If WS-Cdr-Mode = "Y"
               Read CdrFile
                   At End
                       Move "Y" to WS-Acct-EOF
                   Not At End
                       Move CD-Account  to CW-Account
                       Move CD-Duration to CW-Duration
                       Move CD-Premium  to CW-Premium
                       Move CD-Time     to CW-Time
                       Move CD-Date     to CW-Date
                       Move CD-Orig     to CW-Orig
                       Move CD-Dialed   to CW-Dialed
               End-Read
           Else
               Read AcctFile Into Call-Work
                   At End
                       Move "Y" to WS-Acct-EOF
                   Not At End
                       Move Zero   to CW-Date
                       Move Spaces to CW-Orig CW-Dialed
               End-Read
           End-If
               .
      *>   The shop's billing set opens alongside the extract; a
      *>   missing file is bootstrapped the way extrato.cob does it.
      *>   If any of the four cannot be opened the run still prints
      *>   its extract, but posts nothing rather than half a set.
       Open-Billing-Files.
           Move "Y" to WS-Billing-Open
           If WS-FatIt-Status Not = "00"
               Move "N" to WS-Billing-Open
           End-If
           Open I-O FatDetFile
           If WS-FatDt-Status = "35"
               Open Output FatDetFile
               Close FatDetFile
               Open I-O FatDetFile
           End-If
           If WS-FatDt-Status Not = "00"
               Move "N" to WS-Billing-Open
           End-If
           Open I-O ReceivFile
           If WS-Rec-Status = "35"
               Open Output ReceivFile
           If WS-Rec-Status Not = "00"
               Move "N" to WS-Billing-Open
           End-If
           Open I-O IssFatFile
           If WS-IssF-Status = "35"
               Open Output IssFatFile
               Close IssFatFile
               Open I-O IssFatFile
           End-If
           If WS-IssF-Status Not = "00"
               Move "N" to WS-Billing-Open
           End-If
           Move Zero to WS-Iss-Aliq
           Open Input IssTaxFile
           If WS-IssT-Status = "00"
               Move "TEL" to IS-SERVICO
               Read IssTaxFile
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move IS-ALIQUOTA to WS-Iss-Aliq
               End-Read
               Close IssTaxFile
           End-If
           If WS-Iss-Aliq = Zero
               Display "No ISS rate for service TEL in ISSTAXAS.DAT"
                   " - phone invoices carry no ISS" Upon Console
           End-If
           If WS-Billing-Open Not = "Y"
               Display "Billing files unavailable - account run"
                   " prints the extract only" Upon Console
           Search PlanA-Entry
               At End
                   Continue
               When PL-Account (PL-Idx) = CW-Account
                 And PL-Idx <= WS-PlanA-Count
                   Move PL-Plan (PL-Idx) to WS-Acct-Plan
           End-Search
       Load-Prepaid-Out.
           Exit
               .
      *>   Suspended rows only; a call dated before the suspension
      *>   still rates, it was made while the line was open.
       Load-Svc-Status.
           Move Zero to WS-Svc-Count
           Open Input SvcStatusFile
           If WS-Svc-Status Not = "00"
               Go To Load-Svc-Out
           End-If
           Perform Until WS-Svc-Status Not = "00"
               Read SvcStatusFile
                   At End Move "10" to WS-Svc-Status
                   Not At End
                       If SV-Situacao = "S"
                         And WS-Svc-Count < 500
                           Add 1 to WS-Svc-Count
                           Set SV-Idx to WS-Svc-Count
                           Move SV-Account to ST-Account (SV-Idx)
                           Move SV-Data    to ST-Data (SV-Idx)
                       End-If
               End-Read
           End-Perform
           Close SvcStatusFile
               .
       Load-Svc-Out.
           Exit
               .
       Svc-Susp-Check.
           Move "N" to WS-Acct-Susp
           If CW-Account Numeric And CW-Date Numeric
               Set SV-Idx to 1
               Search Svc-Entry
                   At End
                       Continue
                   When ST-Account (SV-Idx) = CW-Account
                     And SV-Idx <= WS-Svc-Count
                       If CW-Date >= ST-Data (SV-Idx)
                           Move "Y" to WS-Acct-Susp
                       End-If
               End-Search
           End-If
               .
       Prepaid-Check.
           Move "Y" to WS-Prepaid-OK
           Set PB-Idx to 1
           Search Prep-Entry
               At End
                   Continue
               When PT-Account (PB-Idx) = CW-Account
                 And PB-Idx <= WS-Prep-Count
                   Compute WS-Prep-Charge =
                       Temp-Price + Temp-Btax + Temp-DTax
                   Subtract 1 from WS-Flat-Count
                   Subtract Temp-Price from WS-Flat-Rev
           End-Evaluate
           If WS-Allow-Applied = "Y"
               Subtract WS-Allow-Consumed
                   from AX-Used-Pool (AX-Idx WS-Allow-Pool)
               Subtract InRec from AX-Used (AX-Idx)
               Subtract WS-Bill-Units from AX-Over (AX-Idx)
               Subtract Temp-Price from AX-Over-Val (AX-Idx)
           End-If
           Subtract 1 from DT-Count (WS-Dest-Idx)
           Subtract Temp-Price from DT-Rev (WS-Dest-Idx)
           Subtract 1 from DB-Count (WS-Dest-Idx WS-Band-Idx)
           Subtract Temp-Price from DB-Rev (WS-Dest-Idx WS-Band-Idx)
               .
       Save-Prepaid.
           If WS-Prep-Count = Zero
                   If WS-Acct-Count < 200
                       Add 1 to WS-Acct-Count
                       Set AC-Idx to WS-Acct-Count
                       Move CW-Account to AT-Account (AC-Idx)
                       Move 1          to AT-Calls (AC-Idx)
                       Move Temp-Price to AT-Price (AC-Idx)
                       Move Temp-BTax  to AT-BTax (AC-Idx)
                       Move Temp-DTax  to AT-DTax (AC-Idx)
                       Move Zero       to AT-Fat-Num (AC-Idx)
                       Move Zero       to AT-Det-Seq (AC-Idx)
                   End-If
               When AT-Account (AC-Idx) = CW-Account
                   Add 1          to AT-Calls (AC-Idx)
                   Add Temp-Price to AT-Price (AC-Idx)
                   Add Temp-BTax  to AT-BTax (AC-Idx)
               Move AT-BTax (AC-Idx)  to AL-BTax
               Move AT-DTax (AC-Idx)  to AL-DTax
               Write OutRec from Acct-Tot-Line
               Perform Find-Invoice-Allow
               If WS-Inv-Allow = "Y"
                   Perform Allow-Extract-Line
               End-If
               If WS-Billing-Open = "Y"
                   Perform Acct-Post-Invoice Thru Acct-Post-Out
               End-If
           Move WS-Fat-Prox         to FAT-NUM
           Move AT-Account (AC-Idx) to FAT-CLIENTE
           Move WS-Today            to FAT-DATA
           Compute FAT-TOTAL = AT-Price (AC-Idx) + WS-Inv-Fee
           Compute WS-Iss-Valor Rounded = FAT-TOTAL * WS-Iss-Aliq
           Compute FAT-IMPOSTO =
               AT-BTax (AC-Idx) + AT-DTax (AC-Idx) + WS-Inv-Fee-Tax
               + WS-Iss-Valor
           Write FaturaData
               Invalid Key
                   Display "Unable to write invoice " FAT-NUM
                       " for account " FAT-CLIENTE Upon Console
                   Go To Acct-Post-Out
           End-Write
           Move FAT-NUM      to IF-FATURA
           Move "TEL"        to IF-SERVICO
           Move FAT-DATA     to IF-DATA
           Move FAT-CLIENTE  to IF-CLIENTE
           Move FAT-TOTAL    to IF-BASE
           Move WS-Iss-Aliq  to IF-ALIQUOTA
           Move WS-Iss-Valor to IF-ISS
           Compute IF-OUTROS = FAT-IMPOSTO - WS-Iss-Valor
           Write IssFatData
               Invalid Key
                   Display "Unable to record ISS for invoice "
                       FAT-NUM Upon Console
           End-Write
      *>   FATIT-VALOR only holds 9999.99; a heavy account's month
      *>   is split across lines so the detail adds up to the
      *>   header instead of losing high-order digits.
               Move WS-Fat-Line-Seq to FATIT-SEQ
               Move Zero            to FATIT-SKU
               Move Spaces          to FATIT-NOTA
               If WS-Inv-Allow = "Y"
                   String "TELCO OVERAGE CALLS "
                                            Delimited by Size
                          AT-Calls (AC-Idx) Delimited by Size
                       into FATIT-NOTA
               Else
                   String "TELCO CALLS "    Delimited by Size
                          AT-Calls (AC-Idx) Delimited by Size
                       into FATIT-NOTA
               End-If
               Move WS-Fat-Line-Parte to FATIT-VALOR
               Write FaturaItData
                   Invalid Key
                           FATIT-NUM Upon Console
               End-Write
           End-Perform
           If WS-Inv-Allow = "Y"
               Perform Allow-Invoice-Lines
           End-If
           If WS-Fat-Line-Rest > Zero
               Display "Invoice " WS-Fat-Prox " ran out of line"
                   " numbers with " WS-Fat-Line-Rest
                       CR-FATURA Upon Console
                   Go To Acct-Post-Out
           End-Write
           Move WS-Fat-Prox to AT-Fat-Num (AC-Idx)
           If WS-Inv-Fee > Zero
               Move "Y" to AX-Fee-Billed (AX-Idx)
           End-If
           Add 1 to WS-Inv-Posted
               .
       Acct-Post-Out.
           Exit
               .
      *>   A contract-plan account's invoice carries the monthly fee
      *>   the first time it is billed in the month (taxed like the
      *>   calls) and the month-to-date allowance figures.
       Find-Invoice-Allow.
           Move "N"  to WS-Inv-Allow
           Move Zero to WS-Inv-Fee WS-Inv-Fee-Tax
           Set AX-Idx to 1
           Search Ax-Entry
               At End
                   Continue
               When AX-Account (AX-Idx) = AT-Account (AC-Idx)
                 And AX-Idx <= WS-Ax-Count
                   Move "Y" to WS-Inv-Allow
           End-Search
           If WS-Inv-Allow = "Y"
               Move AX-Plan (AX-Idx) to WS-Lookup-Plan
               Perform Find-Rate-Plan
               If AX-Fee-Billed (AX-Idx) Not = "Y"
                 And WS-Found-Plan = "Y"
                   Move RT-Fee (RT-Idx) to WS-Inv-Fee
                   Compute WS-Inv-Fee-Tax Rounded =
                       WS-Inv-Fee * RT-BTax-Rate (RT-Idx)
               End-If
               Compute WS-Min-Used = (AX-Used (AX-Idx) + 59) / 60
               Compute WS-Min-Incl = AX-Incl (AX-Idx) / 60
               Compute WS-Min-Over = (AX-Over (AX-Idx) + 59) / 60
           End-If
               .
       Allow-Extract-Line.
           Move WS-Inv-Fee to WS-Band-Rev-Out
           Move Spaces to OutRec
           String "  Plan "                Delimited by Size
                  AX-Plan (AX-Idx)         Delimited by Size
                  " fee "                  Delimited by Size
                  WS-Band-Rev-Out          Delimited by Size
                  " min used "             Delimited by Size
                  WS-Min-Used              Delimited by Size
                  "/"                      Delimited by Size
                  WS-Min-Incl              Delimited by Size
                  " over "                 Delimited by Size
                  WS-Min-Over              Delimited by Size
               into OutRec
           Write OutRec
               .
       Allow-Invoice-Lines.
           If WS-Inv-Fee > Zero And WS-Fat-Line-Seq < 99
               Add 1 to WS-Fat-Line-Seq
               Move WS-Fat-Prox     to FATIT-NUM
               Move WS-Fat-Line-Seq to FATIT-SEQ
               Move Zero            to FATIT-SKU
               Move Spaces          to FATIT-NOTA
               String "PLAN "          Delimited by Size
                      AX-Plan (AX-Idx) Delimited by Size
                      " MONTHLY FEE"   Delimited by Size
                   into FATIT-NOTA
               Move WS-Inv-Fee to FATIT-VALOR
               Write FaturaItData
                   Invalid Key
                       Display "Unable to write invoice line for "
                           FATIT-NUM Upon Console
               End-Write
           End-If
           If WS-Fat-Line-Seq < 99
               Add 1 to WS-Fat-Line-Seq
               Move WS-Fat-Prox     to FATIT-NUM
               Move WS-Fat-Line-Seq to FATIT-SEQ
               Move Zero            to FATIT-SKU
               Move Spaces          to FATIT-NOTA
               String "MIN USED "      Delimited by Size
                      WS-Min-Used      Delimited by Size
                      " OF "           Delimited by Size
                      WS-Min-Incl      Delimited by Size
                   into FATIT-NOTA
               Move Zero to FATIT-VALOR
               Write FaturaItData
                   Invalid Key
                       Display "Unable to write invoice line for "
                           FATIT-NUM Upon Console
               End-Write
           End-If
           If WS-Fat-Line-Seq < 99
               Add 1 to WS-Fat-Line-Seq
               Move WS-Fat-Prox     to FATIT-NUM
               Move WS-Fat-Line-Seq to FATIT-SEQ
               Move Zero            to FATIT-SKU
               Move Spaces          to FATIT-NOTA
               String "OVERAGE MIN "   Delimited by Size
                      WS-Min-Over      Delimited by Size
                   into FATIT-NOTA
               Move Zero to FATIT-VALOR
               Write FaturaItData
                   Invalid Key
                       Display "Unable to write invoice line for "
                           FATIT-NUM Upon Console
               End-Write
           End-If
               .
      *>   Only the billing month's rows are kept in the table; older
      *>   ones are moved to the history and the state file rewritten
      *>   at once, so a run that dies later cannot roll them twice.
       Load-Allowances.
           Move Zero to WS-Ax-Count
           Accept WS-Today From Date YYYYMMDD
           Move WS-Today (1:6) to WS-Bill-Month
           Move "N" to WS-AHist-Open
           Open Input AllowFile
           If WS-Allow-Status Not = "00"
               Go To Load-Allow-Out
           End-If
           Perform Until WS-Allow-Status Not = "00"
               Read AllowFile
                   At End Move "10" to WS-Allow-Status
                   Not At End
                       If AW-Mes = WS-Bill-Month
                           If WS-Ax-Count < 200
                               Add 1 to WS-Ax-Count
                               Set AX-Idx to WS-Ax-Count
                               Perform Allow-Row-To-Table
                           End-If
                       Else
                           Perform Roll-Allow-Row
                       End-If
               End-Read
           End-Perform
           Close AllowFile
           If WS-AHist-Open = "Y"
               Close AllowHistFile
               Perform Save-Allowances
           End-If
               .
       Load-Allow-Out.
           Exit
               .
       Allow-Row-To-Table.
           Move AW-Account       to AX-Account (AX-Idx)
           Move AW-Plan          to AX-Plan (AX-Idx)
           Move AW-Incl          to AX-Incl (AX-Idx)
           Move AW-Used          to AX-Used (AX-Idx)
           Move AW-Used-Pool (1) to AX-Used-Pool (AX-Idx 1)
           Move AW-Used-Pool (2) to AX-Used-Pool (AX-Idx 2)
           Move AW-Used-Pool (3) to AX-Used-Pool (AX-Idx 3)
           Move AW-Used-Pool (4) to AX-Used-Pool (AX-Idx 4)
           Move AW-Over          to AX-Over (AX-Idx)
           Move AW-Over-Val      to AX-Over-Val (AX-Idx)
           Move AW-Fee-Billed    to AX-Fee-Billed (AX-Idx)
               .
       Roll-Allow-Row.
           If WS-AHist-Open = "N"
               Open Extend AllowHistFile
               If WS-AHist-Status = "35"
                   Close AllowHistFile
                   Open Output AllowHistFile
               End-If
               Move "Y" to WS-AHist-Open
           End-If
           Write AllowHistRec from AllowRec
               .
       Save-Allowances.
           Open Output AllowFile
           Perform Varying AX-Idx From 1 By 1
                   Until AX-Idx > WS-Ax-Count
               Move AX-Account (AX-Idx)      to AW-Account
               Move WS-Bill-Month            to AW-Mes
               Move AX-Plan (AX-Idx)         to AW-Plan
               Move AX-Incl (AX-Idx)         to AW-Incl
               Move AX-Used (AX-Idx)         to AW-Used
               Move AX-Used-Pool (AX-Idx 1)  to AW-Used-Pool (1)
               Move AX-Used-Pool (AX-Idx 2)  to AW-Used-Pool (2)
               Move AX-Used-Pool (AX-Idx 3)  to AW-Used-Pool (3)
               Move AX-Used-Pool (AX-Idx 4)  to AW-Used-Pool (4)
               Move AX-Over (AX-Idx)         to AW-Over
               Move AX-Over-Val (AX-Idx)     to AW-Over-Val
               Move AX-Fee-Billed (AX-Idx)   to AW-Fee-Billed
               Write AllowRec
           End-Perform
           Close AllowFile
               .
      *>   Contract plans rate against the month's allowance: the call
      *>   draws on its band's pool (holiday calls on off-peak) or the
      *>   general one, and only the units past it are priced, at the
      *>   overage rate when the plan has one. Per-unit plans and the
      *>   non-account runs bill every unit as before.
       Apply-Allowance.
           Move "N" to WS-Allow-Applied
           Move InRec to WS-Bill-Units
           If WS-Acct-Plan = Spaces Or WS-Found-Plan = "N"
               Go To Apply-Allowance-Out
           End-If
           If RT-Fee (RT-Idx) = Zero
             And RT-Incl-Min (RT-Idx) = Zero
             And RT-Incl-Peak (RT-Idx) = Zero
             And RT-Incl-Shoulder (RT-Idx) = Zero
             And RT-Incl-OffPeak (RT-Idx) = Zero
               Go To Apply-Allowance-Out
           End-If
           Perform Find-Allow-Entry
           If WS-Allow-Applied = "F"
               Move "N" to WS-Allow-Applied
               Go To Apply-Allowance-Out
           End-If
           Move WS-Lookup-Plan to AX-Plan (AX-Idx)
           Compute AX-Incl (AX-Idx) =
               (RT-Incl-Min (RT-Idx) + RT-Incl-Peak (RT-Idx)
              + RT-Incl-Shoulder (RT-Idx) + RT-Incl-OffPeak (RT-Idx))
              * 60
           Evaluate True
               When WS-Band = "P" And RT-Incl-Peak (RT-Idx) > Zero
                   Move 1 to WS-Allow-Pool
                   Compute WS-Allow-Incl = RT-Incl-Peak (RT-Idx) * 60
               When WS-Band = "S" And RT-Incl-Shoulder (RT-Idx) > Zero
                   Move 2 to WS-Allow-Pool
                   Compute WS-Allow-Incl =
                       RT-Incl-Shoulder (RT-Idx) * 60
               When (WS-Band = "O" Or WS-Band = "H")
                 And RT-Incl-OffPeak (RT-Idx) > Zero
                   Move 3 to WS-Allow-Pool
                   Compute WS-Allow-Incl =
                       RT-Incl-OffPeak (RT-Idx) * 60
               When Other
                   Move 4 to WS-Allow-Pool
                   Compute WS-Allow-Incl = RT-Incl-Min (RT-Idx) * 60
           End-Evaluate
           If AX-Used-Pool (AX-Idx WS-Allow-Pool) >= WS-Allow-Incl
               Move Zero to WS-Allow-Left
           Else
               Compute WS-Allow-Left = WS-Allow-Incl
                   - AX-Used-Pool (AX-Idx WS-Allow-Pool)
           End-If
           If WS-Allow-Left >= InRec
               Move InRec to WS-Allow-Consumed
               Move Zero  to WS-Bill-Units
           Else
               Move WS-Allow-Left to WS-Allow-Consumed
               Compute WS-Bill-Units = InRec - WS-Allow-Left
           End-If
           Add WS-Allow-Consumed to AX-Used-Pool (AX-Idx WS-Allow-Pool)
           Add InRec             to AX-Used (AX-Idx)
           Add WS-Bill-Units     to AX-Over (AX-Idx)
           If WS-Bill-Units > Zero And RT-Over-Rate (RT-Idx) > Zero
               Move RT-Over-Rate (RT-Idx) to WS-Active-Rate
           End-If
           Move "Y" to WS-Allow-Applied
               .
       Apply-Allowance-Out.
           Exit
               .
       Find-Allow-Entry.
           Set AX-Idx to 1
           Search Ax-Entry
               At End
                   If WS-Ax-Count < 200
                       Add 1 to WS-Ax-Count
                       Set AX-Idx to WS-Ax-Count
                       Initialize Ax-Entry (AX-Idx)
                       Move CW-Account to AX-Account (AX-Idx)
                       Move "N"        to AX-Fee-Billed (AX-Idx)
                   Else
                       Move "F" to WS-Allow-Applied
                   End-If
               When AX-Account (AX-Idx) = CW-Account
                 And AX-Idx <= WS-Ax-Count
                   Continue
           End-Search
               .
       Write-Item-Work.
           Move CW-Account      to IW-Account
           If CW-Date = Zero
               Accept IW-Data From Date YYYYMMDD
           Else
               Move CW-Date     to IW-Data
           End-If
           Move WS-In-Time      to IW-Hora
           Move WS-Band         to IW-Faixa
           Move WS-Dest-Class   to IW-Destino
           Move CW-Dialed       to IW-Numero
           Move CW-Duration     to IW-Duracao
           Move WS-Active-Rate  to IW-Tarifa
           Move Temp-Price      to IW-Valor
           Compute IW-Imposto = Temp-BTax + Temp-DTax
           Write ItemWorkRec
               .
      *>   Once every account has its invoice, the parked calls are
      *>   numbered under their account's FAT-NUM. An account whose
      *>   invoice could not be written gets no itemization.
       Post-Itemization.
           Move "N" to WS-Item-EOF
           Open Input ItemWorkFile
           If WS-Item-Status Not = "00"
               Move "Y" to WS-Item-EOF
           End-If
           Perform Until WS-Item-EOF = "Y"
               Read ItemWorkFile
                   At End
                       Move "Y" to WS-Item-EOF
                   Not At End
                       Perform Post-One-Item
               End-Read
           End-Perform
           If WS-Item-Status = "00" Or WS-Item-Status = "10"
               Close ItemWorkFile
           End-If
               .
       Post-One-Item.
           Set AC-Idx to 1
           Search Acct-Entry
               At End
                   Continue
               When AT-Account (AC-Idx) = IW-Account
                 And AC-Idx <= WS-Acct-Count
                   If AT-Fat-Num (AC-Idx) > Zero
                       Add 1 to AT-Det-Seq (AC-Idx)
                       Move AT-Fat-Num (AC-Idx) to FATDT-NUM
                       Move AT-Det-Seq (AC-Idx) to FATDT-SEQ
                       Move IW-Account          to FATDT-CLIENTE
                       Move IW-Data             to FATDT-DATA
                       Move IW-Hora             to FATDT-HORA
                       Move IW-Faixa            to FATDT-FAIXA
                       Move IW-Destino          to FATDT-DESTINO
                       Move IW-Numero           to FATDT-NUMERO
                       Move IW-Duracao          to FATDT-DURACAO
                       Move IW-Tarifa           to FATDT-TARIFA
                       Move IW-Valor            to FATDT-VALOR
                       Move IW-Imposto          to FATDT-IMPOSTO
                       Write FatDetData
                           Invalid Key
                               Display "Unable to itemize call on"
                                   " invoice " FATDT-NUM Upon Console
                           Not Invalid Key
                               Add 1 to WS-Item-Count
                       End-Write
                   End-If
           End-Search
               .
       Next-Invoice-Number.
           Move High-Values to FAT-NUM
           Start FaturaFile Key Is Less Than FAT-NUM
           End-If
           Perform Find-Rate-Plan
           Perform Pick-Band
           Perform Apply-Allowance Thru Apply-Allowance-Out
           Perform Apply-Dest-Mult
           If WS-Lookup-Plan = "PR"
               Add 1 to WS-Premium-Count
               Move "D"         To Rate-Out
               Compute Temp-Price Rounded Price-Out Rounded Price-Dec5
                        = WS-Bill-Units * WS-Active-Rate
               Compute Temp-DTax DTax-Out
                        = Temp-Price * RT-DTax-Rate (RT-Idx)
               Add Temp-Dtax to DTax-Tot
               Add 1 to WS-Standard-Count
               Move "L"         To Rate-Out
               Compute Temp-Price Rounded Price-Out Rounded Price-Dec5
                        = WS-Bill-Units * WS-Active-Rate
               Move Zero to DTax-Out Temp-DTax
           End-If
           If Even-Round
               Subtract .01 from Temp-Price
               Move Temp-Price to Price-Out
           End-If
           If WS-Allow-Applied = "Y"
               Add Temp-Price to AX-Over-Val (AX-Idx)
           End-If
           Compute Temp-Btax BTax-Out
                        = Temp-Price * RT-BTax-Rate (RT-Idx)
           Compute Output-Out
               Read CalendarFile
                   At End Move "10" to WS-Cal-Status
                   Not At End
                       If WS-Ct-Count < 100
                           Add 1 to WS-Ct-Count
                           Set CT-Idx to WS-Ct-Count
                           Move CAL-Tipo  to CT-Tipo (CT-Idx)
                           Move CAL-Valor to CT-Valor (CT-Idx)
                       End-If
                       Evaluate True
                           When CAL-Tipo = "H"
                             And CAL-Valor = WS-Today
               End-Read
           End-Perform
           Close CalendarFile
           Move WS-Cal-Off-Today to WS-Cal-Off-Run
           If WS-Cal-Off-Today = "Y"
               Display "Calendar: today rates off-peak (holiday or"
                   " weekend rule)" Upon Console
       Load-Calendar-Out.
           Exit
               .
      *>   A call-detail record carries its own date: a call made on a
      *>   holiday or flagged weekday rates off-peak whatever day the
      *>   extract is run. Undated calls keep the run date's answer.
       Call-Date-Calendar.
           Move WS-Cal-Off-Run to WS-Cal-Off-Today
           If CW-Date = Zero
               Go To Call-Date-Calendar-Out
           End-If
           If Function Test-Date-YYYYMMDD (CW-Date) Not = Zero
               Go To Call-Date-Calendar-Out
           End-If
           Move "N" to WS-Cal-Off-Today
           Compute WS-Call-Weekday =
               Function Mod (Function Integer-Of-Date (CW-Date) - 1,
                             7) + 1
           Perform Varying CT-Idx From 1 By 1
                   Until CT-Idx > WS-Ct-Count
               Evaluate True
                   When CT-Tipo (CT-Idx) = "H"
                     And CT-Valor (CT-Idx) = CW-Date
                       Move "Y" to WS-Cal-Off-Today
                   When CT-Tipo (CT-Idx) = "W"
                     And CT-Valor (CT-Idx) = WS-Call-Weekday
                       Move "Y" to WS-Cal-Off-Today
               End-Evaluate
           End-Perform
               .
       Call-Date-Calendar-Out.
           Exit
               .
      *>   With no /tmp/TELCO.DEST on disk the generic Brazilian
      *>   dialing rules stand in: "00" international, "0" long
      *>   distance, anything else local, every multiplier 1.
       Load-Dest-Table.
           Move Zero to WS-Dx-Count WS-Dm-Count
           Open Input DestFile
           If WS-Dest-Status Not = "00"
               Move "00"  to DS-Prefix
               Move "I"   to DS-Class
               Perform Add-Dest-Prefix
               Move "0"   to DS-Prefix
               Move "D"   to DS-Class
               Perform Add-Dest-Prefix
               Go To Load-Dest-Out
           End-If
           Perform Until WS-Dest-Status Not = "00"
               Read DestFile
                   At End Move "10" to WS-Dest-Status
                   Not At End
                       Evaluate True
                           When DS-Tipo = "P"
                             And DS-Prefix Not = Spaces
                               Perform Add-Dest-Prefix
                           When DS-Tipo = "M"
                             And DS-Mult Numeric
                             And WS-Dm-Count < 50
                               Add 1 to WS-Dm-Count
                               Set DM-Idx to WS-Dm-Count
                               Move DS-Plan       to DM-Plan (DM-Idx)
                               Move DS-Mult-Class to DM-Class (DM-Idx)
                               Move DS-Mult       to DM-Mult (DM-Idx)
                       End-Evaluate
               End-Read
           End-Perform
           Close DestFile
               .
       Load-Dest-Out.
           Exit
               .
       Add-Dest-Prefix.
           If WS-Dx-Count < 100
               Move Zero to WS-Dest-Len
               Inspect DS-Prefix Tallying WS-Dest-Len
                   For Characters Before Initial Space
               Add 1 to WS-Dx-Count
               Set DX-Idx to WS-Dx-Count
               Move DS-Prefix   to DX-Prefix (DX-Idx)
               Move WS-Dest-Len to DX-Len (DX-Idx)
               Move DS-Class    to DX-Class (DX-Idx)
           End-If
               .
      *>   Longest matching prefix wins. A long-distance number
      *>   dialed into the caller's own area code (originating number
      *>   is area code + number) is still a local call.
       Classify-Dest.
           If CW-Dialed = Spaces
               Move "N" to WS-Dest-Class
               Move 5   to WS-Dest-Idx
               Go To Classify-Dest-Out
           End-If
           Move "L" to WS-Dest-Class
           Move Zero to WS-Dest-Best
           Perform Varying DX-Idx From 1 By 1
                   Until DX-Idx > WS-Dx-Count
               If DX-Len (DX-Idx) > WS-Dest-Best
                 And CW-Dialed (1:DX-Len (DX-Idx))
                     = DX-Prefix (DX-Idx) (1:DX-Len (DX-Idx))
                   Move DX-Len (DX-Idx)   to WS-Dest-Best
                   Move DX-Class (DX-Idx) to WS-Dest-Class
               End-If
           End-Perform
           If WS-Dest-Class = "D"
             And CW-Orig Not = Spaces
             And CW-Dialed (2:2) = CW-Orig (1:2)
               Move "L" to WS-Dest-Class
           End-If
           Evaluate WS-Dest-Class
               When "L"
                   Move 1 to WS-Dest-Idx
               When "D"
                   Move 2 to WS-Dest-Idx
               When "I"
                   Move 3 to WS-Dest-Idx
               When "M"
                   Move 4 to WS-Dest-Idx
               When Other
                   Move 5 to WS-Dest-Idx
           End-Evaluate
               .
       Classify-Dest-Out.
           Exit
               .
      *>   The destination multiplier scales the band rate the plan
      *>   already picked, so every band keeps its own price per class.
       Apply-Dest-Mult.
           Move 1 to WS-Dest-Mult
           If WS-Dest-Class Not = "N"
               Perform Varying DM-Idx From 1 By 1
                       Until DM-Idx > WS-Dm-Count
                   If DM-Plan (DM-Idx) = WS-Lookup-Plan
                     And DM-Class (DM-Idx) = WS-Dest-Class
                     And DM-Mult (DM-Idx) > Zero
                       Move DM-Mult (DM-Idx) to WS-Dest-Mult
                   End-If
               End-Perform
               Compute WS-Active-Rate Rounded =
                   WS-Active-Rate * WS-Dest-Mult
           End-If
               .
       Pick-Band.
           Evaluate True
               When WS-In-Time = 9999
                   Add 1 to WS-Flat-Count
                   Add Temp-Price to WS-Flat-Rev
           End-Evaluate
           Evaluate WS-Band
               When "H"
                   Move 1 to WS-Band-Idx
               When "P"
                   Move 2 to WS-Band-Idx
               When "S"
                   Move 3 to WS-Band-Idx
               When "O"
                   Move 4 to WS-Band-Idx
               When Other
                   Move 5 to WS-Band-Idx
           End-Evaluate
           Add 1 to DT-Count (WS-Dest-Idx)
           Add Temp-Price to DT-Rev (WS-Dest-Idx)
           Add 1 to DB-Count (WS-Dest-Idx WS-Band-Idx)
           Add Temp-Price to DB-Rev (WS-Dest-Idx WS-Band-Idx)
           If WS-Dest-Idx < 5
               Move "Y" to WS-Dest-Used
           End-If
               .
       Load-Rate-Table.
           Move Zero to WS-Rate-Count
           Initialize Rate-Table
           Open Input RateFile
           If WS-Rate-Status = "35"
      *>       No rate file on disk: seed the two legacy rates so the
           Move RR-Rate-Shoulder to RT-Rate-Shoulder (RT-Idx)
           Move RR-Rate-OffPeak  to RT-Rate-OffPeak (RT-Idx)
           Move WS-Row-Eff       to RT-Eff-Date (RT-Idx)
           Move Zero to RT-Fee (RT-Idx) RT-Incl-Min (RT-Idx)
                        RT-Incl-Peak (RT-Idx) RT-Incl-Shoulder (RT-Idx)
                        RT-Incl-OffPeak (RT-Idx) RT-Over-Rate (RT-Idx)
           If RR-Fee Numeric
               Move RR-Fee           to RT-Fee (RT-Idx)
           End-If
           If RR-Incl-Min Numeric
               Move RR-Incl-Min      to RT-Incl-Min (RT-Idx)
           End-If
           If RR-Incl-Peak Numeric
               Move RR-Incl-Peak     to RT-Incl-Peak (RT-Idx)
           End-If
           If RR-Incl-Shoulder Numeric
               Move RR-Incl-Shoulder to RT-Incl-Shoulder (RT-Idx)
           End-If
           If RR-Incl-OffPeak Numeric
               Move RR-Incl-OffPeak  to RT-Incl-OffPeak (RT-Idx)
           End-If
           If RR-Over-Rate Numeric
               Move RR-Over-Rate     to RT-Over-Rate (RT-Idx)
           End-If
               .
       Find-Rate-Plan.
           Move "N" to WS-Found-Plan
                        WS-Band-Rev-Out            Delimited by Size
                into OutRec
           Write OutRec
           If WS-Dest-Used = "Y"
               Perform Dest-Class-Report
           End-If
           Move Spaces          to OutRec
           If WS-CrossFoot = Output-Tot
               String   " Cross-foot check: OK  (Price+Btax+Dtax ="
                into OutRec
           Write OutRec
                .
      *>   Only printed once a call was classified, so the benchmark
      *>   and account runs print the report they always did.
       Dest-Class-Report.
           Perform Varying WS-Dest-Idx From 1 By 1
                   Until WS-Dest-Idx > 5
               If DT-Count (WS-Dest-Idx) > Zero
                   Move Spaces to OutRec
                   Move DT-Rev (WS-Dest-Idx) to WS-Band-Rev-Out
                   String " Dest "                 Delimited by Size
                          DN-Name (WS-Dest-Idx)    Delimited by Size
                          ": calls "               Delimited by Size
                          DT-Count (WS-Dest-Idx)   Delimited by Size
                          "  revenue "             Delimited by Size
                          WS-Band-Rev-Out          Delimited by Size
                       into OutRec
                   Write OutRec
                   Perform Varying WS-Band-Idx From 1 By 1
                           Until WS-Band-Idx > 5
                       If DB-Count (WS-Dest-Idx WS-Band-Idx) > Zero
                           Perform Dest-Band-Line
                       End-If
                   End-Perform
               End-If
           End-Perform
               .
       Dest-Band-Line.
           Move Spaces to OutRec
           Move DB-Rev (WS-Dest-Idx WS-Band-Idx) to WS-Band-Rev-Out
           String "      "                     Delimited by Size
                  BN-Name (WS-Band-Idx)        Delimited by Size
                  "     : calls "              Delimited by Size
                  DB-Count (WS-Dest-Idx WS-Band-Idx)
                                               Delimited by Size
                  "  revenue "                 Delimited by Size
                  WS-Band-Rev-Out              Delimited by Size
               into OutRec
           Write OutRec
               .

