       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. capmon.
       AUTHOR. VILMAR CATAFESTA.
      *> Nightly key-capacity and file-growth monitor, a jobctl.cob
      *> step, so a key running into its PIC ceiling is seen weeks
      *> ahead instead of the day a WRITE fails:
      *>   SKU         ESTOQUE.DAT   highest SKU        of 9(04)
      *>   FAT-NUM     FATURA.DAT    highest invoice    of 9(06), the
      *>                             one sequence every invoice
      *>                             source shares
      *>   FATIT-SEQ   FATURAIT.DAT  most lines on one invoice, 9(02)
      *>   STUDENT-ID  input.txt     highest student    of 9(05)
      *>   IDNUM       customer.dat  highest IDNum      of 9(08)
      *>   BOL-CONTAGEM  products on ESTOQUE.DAT against the 200 rows
      *>                 of BOLINHO's stock-count table
      *>   BOL-REPOSIC   products below their reorder point against
      *>                 the 200 rows of BOLINHO's reorder table
      *> Each night's record count and highest key go on the growth
      *> history CAPHIST.DAT; the growth over the last JANELA days
      *> projects the days left until the ceiling. An item at or over
      *> AVISO percent of its ceiling, or with fewer than DIAS days
      *> left, is a warning, at CRITICO percent critical; both go to
      *> ERRLOG through errlog.cob and all items to the morning
      *> report CAPMON<date>.rpt. CAPMON.PARM (name + value, like
      *> LOGRET.PARM) sets AVISO, CRITICO, DIAS and JANELA (defaults
      *> 80, 95, 90, 30), and a line with an item name sets that
      *> item's own AVISO percent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer.dat"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT FaturaItFile ASSIGN TO "FATURAIT.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FATIT-CHAVE
                         FILE STATUS  IS FATIT-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT ARQUIVO-PONTOREP ASSIGN TO "PONTOREP.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS RP-SKU
                         FILE STATUS  IS PONTOREP-FS.
           SELECT STUDENT ASSIGN TO "input.txt"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS STUDENT-ID
                         ALTERNATE RECORD KEY IS STUDENT-NAME
                             WITH DUPLICATES
                         FILE STATUS  IS STUDENT-FS.
           SELECT HistFile ASSIGN TO "CAPHIST.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS HIST-FS.
           SELECT ParmFile ASSIGN TO "CAPMON.PARM"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS PARM-FS.
           SELECT ReportFile ASSIGN TO WS-REP-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS REP-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       01 CustomerData.
            02 IDNum     pic 9(08).
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD FaturaFile.
       01 FaturaData.
            02 FAT-NUM      pic 9(06).
            02 FAT-CLIENTE  pic 9(08).
            02 FAT-DATA     pic 9(08).
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD FaturaItFile.
       01 FaturaItData.
            02 FATIT-CHAVE.
               03 FATIT-NUM pic 9(06).
               03 FATIT-SEQ pic 9(02).
            02 FATIT-SKU    pic 9(04).
            02 FATIT-NOTA   pic x(30).
            02 FATIT-VALOR  pic 9(04)V99.

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01 PRODUTO.
           05 SKU              PIC 9(04).
           05 NOME             PIC X(30).
           05 VALIDADE.
               10 DIA          PIC 99.
               10 MES          PIC 99.
               10 ANO          PIC 9(04).
           05 VALOR-CUSTO      PIC 9(04)V99.
           05 VALOR-VENDA      PIC 9(04)V99.
           05 QTD-ESTOQUE      PIC 9(04).
           05 FORNECEDOR-COD   PIC 9(03).
           05 CODIGO-BARRA     PIC 9(13).
           05 CATEG-FISCAL     PIC 9(02).

       FD ARQUIVO-PONTOREP.
       01 PONTO-REPOSICAO.
           05 RP-SKU           PIC 9(04).
           05 RP-PONTO         PIC 9(04).
           05 RP-DATA          PIC 9(08).
           05 RP-APROVADOR     PIC X(10).

       FD STUDENT.
       01 STUDENT-FILE.
           05 STUDENT-ID    PIC 9(5).
           05 STUDENT-NAME  PIC A(25).

       FD HistFile.
       01 HistRec.
           05 HS-DATA      pic 9(08).
           05 FILLER       pic x.
           05 HS-ITEM      pic x(12).
           05 FILLER       pic x.
           05 HS-REGISTROS pic 9(09).
           05 FILLER       pic x.
           05 HS-USADO     pic 9(09).
           05 FILLER       pic x.
           05 HS-TETO      pic 9(09).

       FD ParmFile.
       01 ParmRec.
           05 PR-NAME      pic x(12).
           05 FILLER       pic x.
           05 PR-VALOR     pic 9(03).

       FD ReportFile.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 CUST-FS          pic 99.
       01 FAT-FS           pic xx.
       01 FATIT-FS         pic xx.
       01 ESTOQUE-FS       pic xx.
       01 PONTOREP-FS      pic xx.
       01 STUDENT-FS       pic xx.
       01 HIST-FS          pic xx.
       01 PARM-FS          pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-DESDE-INT     pic 9(07).
       01 WS-HIST-INT      pic 9(07).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-IDX           pic 9(02).
       01 WS-PONTO         pic 9(04).
       01 WS-PONTOREP-ABERTO pic x.
       01 WS-REORDER-LIMIT pic 9(04) value 10.
       01 WS-DIAS-PASSADOS pic 9(05).
       01 WS-CRESCIMENTO   pic s9(09).
       01 WS-PCT           pic 9(03).
       01 WS-RESTAM-ED     pic zzzzz9.
       01 WS-AVISOS        pic 9(03) value zeros.
       01 WS-CRITICOS      pic 9(03) value zeros.

       01 WS-AVISO         pic 9(03) value 80.
       01 WS-CRITICO       pic 9(03) value 95.
       01 WS-DIAS          pic 9(03) value 90.
       01 WS-JANELA        pic 9(03) value 30.

      *> One row per monitored item: what was measured tonight, the
      *> oldest history point inside the window, and the outcome.
       01 WS-ITENS.
           02 filler pic x(26) value "SKU         ESTOQUE.DAT   ".
           02 filler pic x(26) value "FAT-NUM     FATURA.DAT    ".
           02 filler pic x(26) value "FATIT-SEQ   FATURAIT.DAT  ".
           02 filler pic x(26) value "STUDENT-ID  input.txt     ".
           02 filler pic x(26) value "IDNUM       customer.dat  ".
           02 filler pic x(26) value "BOL-CONTAGEMESTOQUE.DAT   ".
           02 filler pic x(26) value "BOL-REPOSIC ESTOQUE.DAT   ".
       01 WS-ITENS-TAB redefines WS-ITENS.
           02 WS-ITEM-DEF occurs 7 times.
               05 IT-NOME      pic x(12).
               05 IT-ARQUIVO   pic x(14).
       01 WS-MEDIDAS.
           02 WS-MEDIDA occurs 7 times.
               05 MD-REGISTROS pic 9(09).
               05 MD-USADO     pic 9(09).
               05 MD-TETO      pic 9(09).
               05 MD-AVISO     pic 9(03).
               05 MD-ABERTO    pic x.
               05 MD-HIST-DATA pic 9(08).
               05 MD-HIST-USADO pic 9(09).
               05 MD-RESTAM    pic 9(06).
               05 MD-SITUACAO  pic x(04).

       01 WS-REL-LINHA.
           02 RL-ITEM      pic x(12).
           02              pic x value space.
           02 RL-ARQUIVO   pic x(14).
           02 RL-REGISTROS pic zzz,zzz,zz9.
           02              pic x value space.
           02 RL-USADO     pic zzz,zzz,zz9.
           02              pic x value space.
           02 RL-TETO      pic zzz,zzz,zz9.
           02              pic x value space.
           02 RL-PCT       pic zz9.
           02              pic x value "%".
           02              pic x value space.
           02 RL-RESTAM    pic x(08).
           02              pic x value space.
           02 RL-SITUACAO  pic x(04).

       01 WS-EL-AREA.
           05 EL-PROGRAM   pic x(12).
           05 EL-PARAGRAPH pic x(20).
           05 EL-FILE      pic x(16).
           05 EL-STATUS    pic x(02).

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT =
                function integer-of-date(WS-RUN-DATE)
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                move zeros  to MD-REGISTROS (WS-IDX) MD-USADO (WS-IDX)
                               MD-HIST-DATA (WS-IDX)
                               MD-HIST-USADO (WS-IDX)
                               MD-RESTAM (WS-IDX)
                move 'N'    to MD-ABERTO (WS-IDX)
                move spaces to MD-SITUACAO (WS-IDX)
            end-perform
            move 9999     to MD-TETO (1)
            move 999999   to MD-TETO (2)
            move 99       to MD-TETO (3)
            move 99999    to MD-TETO (4)
            move 99999999 to MD-TETO (5)
            move 200      to MD-TETO (6)
            move 200      to MD-TETO (7)
            perform LoadParms
            compute WS-DESDE-INT = WS-HOJE-INT - WS-JANELA

            perform MeasureEstoque
            perform MeasureFatura
            perform MeasureFaturaIt
            perform MeasureStudent
            perform MeasureCustomer
            perform ReadHistory
            perform AppendHistory
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                perform Assess
            end-perform
            perform WriteReport
            display "Capacity monitor " WS-RUN-DATE
            display "  warnings  : " WS-AVISOS
            display "  critical  : " WS-CRITICOS
            display "  report    : " WS-REP-FILENAME
            stop run.

       LoadParms.
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                move zeros to MD-AVISO (WS-IDX)
            end-perform
            move 'N' to WS-EOF
            open input ParmFile
            if PARM-FS not = "00"
                perform DefaultAviso
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read ParmFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if PR-VALOR numeric
                            evaluate PR-NAME
                                when "AVISO"   move PR-VALOR to WS-AVISO
                                when "CRITICO" move PR-VALOR to WS-CRITICO
                                when "DIAS"    move PR-VALOR to WS-DIAS
                                when "JANELA"  move PR-VALOR to WS-JANELA
                                when other
                                    perform varying WS-IDX from 1 by 1
                                            until WS-IDX > 7
                                        if IT-NOME (WS-IDX) = PR-NAME
                                            move PR-VALOR
                                                to MD-AVISO (WS-IDX)
                                        end-if
                                    end-perform
                            end-evaluate
                        end-if
                end-read
            end-perform
            close ParmFile
            perform DefaultAviso.

       DefaultAviso.
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                if MD-AVISO (WS-IDX) = zeros
                    move WS-AVISO to MD-AVISO (WS-IDX)
                end-if
            end-perform.

      *> SKU ceiling, the stock-count table (every product) and the
      *> reorder table (products below their PONTOREP.DAT point, or
      *> the fixed limit BOLINHO falls back on).
       MeasureEstoque.
            move 1 to WS-IDX
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                perform NotOpened
                exit paragraph
            end-if
            move 'Y' to MD-ABERTO (1) MD-ABERTO (6) MD-ABERTO (7)
            move 'N' to WS-PONTOREP-ABERTO
            open input ARQUIVO-PONTOREP
            if PONTOREP-FS = "00"
                move 'Y' to WS-PONTOREP-ABERTO
            end-if
            move 'N' to WS-EOF
            move low-values to SKU
            start ARQUIVO-ESTOQUE key is >= SKU
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-ESTOQUE next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    add 1 to MD-REGISTROS (1)
                    if SKU > MD-USADO (1)
                        move SKU to MD-USADO (1)
                    end-if
                    add 1 to MD-USADO (6)
                    move WS-REORDER-LIMIT to WS-PONTO
                    if WS-PONTOREP-ABERTO = 'Y'
                        move SKU to RP-SKU
                        read ARQUIVO-PONTOREP
                            invalid key continue
                            not invalid key move RP-PONTO to WS-PONTO
                        end-read
                    end-if
                    if QTD-ESTOQUE < WS-PONTO
                        add 1 to MD-USADO (7)
                    end-if
                end-if
            end-perform
            move MD-REGISTROS (1) to MD-REGISTROS (6) MD-REGISTROS (7)
            if WS-PONTOREP-ABERTO = 'Y'
                close ARQUIVO-PONTOREP
            end-if
            close ARQUIVO-ESTOQUE.

       MeasureFatura.
            move 2 to WS-IDX
            open input FaturaFile
            if FAT-FS not = "00"
                perform NotOpened
                exit paragraph
            end-if
            move 'Y' to MD-ABERTO (2)
            move 'N' to WS-EOF
            move zeros to FAT-NUM
            start FaturaFile key is >= FAT-NUM
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read FaturaFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    add 1 to MD-REGISTROS (2)
                    move FAT-NUM to MD-USADO (2)
                end-if
            end-perform
            close FaturaFile.

      *> The line key is per invoice; what matters is the longest
      *> invoice there is.
       MeasureFaturaIt.
            move 3 to WS-IDX
            open input FaturaItFile
            if FATIT-FS not = "00"
                perform NotOpened
                exit paragraph
            end-if
            move 'Y' to MD-ABERTO (3)
            move 'N' to WS-EOF
            move low-values to FATIT-CHAVE
            start FaturaItFile key is >= FATIT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read FaturaItFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    add 1 to MD-REGISTROS (3)
                    if FATIT-SEQ > MD-USADO (3)
                        move FATIT-SEQ to MD-USADO (3)
                    end-if
                end-if
            end-perform
            close FaturaItFile.

       MeasureStudent.
            move 4 to WS-IDX
            open input STUDENT
            if STUDENT-FS not = "00"
                perform NotOpened
                exit paragraph
            end-if
            move 'Y' to MD-ABERTO (4)
            move 'N' to WS-EOF
            move zeros to STUDENT-ID
            start STUDENT key is >= STUDENT-ID
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read STUDENT next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    add 1 to MD-REGISTROS (4)
                    move STUDENT-ID to MD-USADO (4)
                end-if
            end-perform
            close STUDENT.

       MeasureCustomer.
            move 5 to WS-IDX
            open input CustomerFile
            if CUST-FS not = 00
                perform NotOpened
                exit paragraph
            end-if
            move 'Y' to MD-ABERTO (5)
            move 'N' to WS-EOF
            move low-values to IDNum
            start CustomerFile key is >= IDNum
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CustomerFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    add 1 to MD-REGISTROS (5)
                    move IDNum to MD-USADO (5)
                end-if
            end-perform
            close CustomerFile.

      *> A file that is not there yet is nothing to monitor; one
      *> that is there and will not open goes to ERRLOG.
       NotOpened.
            evaluate WS-IDX
                when 1 move ESTOQUE-FS to EL-STATUS
                when 2 move FAT-FS     to EL-STATUS
                when 3 move FATIT-FS   to EL-STATUS
                when 4 move STUDENT-FS to EL-STATUS
                when 5 move CUST-FS    to EL-STATUS
            end-evaluate
            if EL-STATUS not = "35"
                move "capmon"            to EL-PROGRAM
                move "Measure"           to EL-PARAGRAPH
                move IT-ARQUIVO (WS-IDX) to EL-FILE
                call "errlog" using WS-EL-AREA
            end-if.

      *> The oldest point inside the window, per item, is where the
      *> growth rate is measured from.
       ReadHistory.
            move 'N' to WS-EOF
            open input HistFile
            if HIST-FS not = "00"
                exit paragraph
            end-if
            perform until WS-EOF = 'Y'
                read HistFile
                    at end move 'Y' to WS-EOF
                    not at end
                        if HS-DATA numeric and HS-DATA < WS-RUN-DATE
                            compute WS-HIST-INT =
                                function integer-of-date(HS-DATA)
                            if WS-HIST-INT >= WS-DESDE-INT
                                perform HistoryPoint
                            end-if
                        end-if
                end-read
            end-perform
            close HistFile.

       HistoryPoint.
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                if IT-NOME (WS-IDX) = HS-ITEM
                        and (MD-HIST-DATA (WS-IDX) = zeros
                             or HS-DATA < MD-HIST-DATA (WS-IDX))
                    move HS-DATA  to MD-HIST-DATA (WS-IDX)
                    move HS-USADO to MD-HIST-USADO (WS-IDX)
                end-if
            end-perform.

       AppendHistory.
            open extend HistFile
            if HIST-FS = "35"
                close HistFile
                open output HistFile
            end-if
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                if MD-ABERTO (WS-IDX) = 'Y'
                    move spaces to HistRec
                    move WS-RUN-DATE         to HS-DATA
                    move IT-NOME (WS-IDX)    to HS-ITEM
                    move MD-REGISTROS (WS-IDX) to HS-REGISTROS
                    move MD-USADO (WS-IDX)   to HS-USADO
                    move MD-TETO (WS-IDX)    to HS-TETO
                    write HistRec
                end-if
            end-perform
            close HistFile.

      *> Days left = room left / growth per day over the window; no
      *> growth (or a shrinking file) projects nothing.
       Assess.
            if MD-ABERTO (WS-IDX) not = 'Y'
                move "----" to MD-SITUACAO (WS-IDX)
                exit paragraph
            end-if
            move 999999 to MD-RESTAM (WS-IDX)
            if MD-HIST-DATA (WS-IDX) not = zeros
                compute WS-DIAS-PASSADOS = WS-HOJE-INT
                    - function integer-of-date(MD-HIST-DATA (WS-IDX))
                compute WS-CRESCIMENTO =
                    MD-USADO (WS-IDX) - MD-HIST-USADO (WS-IDX)
                if WS-CRESCIMENTO > zeros and WS-DIAS-PASSADOS > zeros
                    if MD-USADO (WS-IDX) >= MD-TETO (WS-IDX)
                        move zeros to MD-RESTAM (WS-IDX)
                    else
                        compute MD-RESTAM (WS-IDX) =
                            (MD-TETO (WS-IDX) - MD-USADO (WS-IDX))
                            * WS-DIAS-PASSADOS / WS-CRESCIMENTO
                            on size error
                                move 999999 to MD-RESTAM (WS-IDX)
                        end-compute
                    end-if
                end-if
            end-if
            compute WS-PCT =
                MD-USADO (WS-IDX) * 100 / MD-TETO (WS-IDX)
                on size error move 999 to WS-PCT
            end-compute
            move "OK  " to MD-SITUACAO (WS-IDX)
            evaluate true
                when WS-PCT >= WS-CRITICO
                    move "CRIT" to MD-SITUACAO (WS-IDX)
                    add 1 to WS-CRITICOS
                when WS-PCT >= MD-AVISO (WS-IDX)
                        or MD-RESTAM (WS-IDX) < WS-DIAS
                    move "WARN" to MD-SITUACAO (WS-IDX)
                    add 1 to WS-AVISOS
            end-evaluate
            if MD-SITUACAO (WS-IDX) not = "OK  "
                move "capmon" to EL-PROGRAM
                move spaces to EL-PARAGRAPH
                string IT-NOME (WS-IDX) delimited by space
                       " " delimited by size
                       WS-PCT delimited by size
                       "% " delimited by size
                       MD-SITUACAO (WS-IDX) delimited by size
                    into EL-PARAGRAPH
                end-string
                move IT-ARQUIVO (WS-IDX) to EL-FILE
                if MD-SITUACAO (WS-IDX) = "CRIT"
                    move "CR" to EL-STATUS
                else
                    move "AV" to EL-STATUS
                end-if
                call "errlog" using WS-EL-AREA
            end-if.

       WriteReport.
            move spaces to WS-REP-FILENAME
            string "CAPMON" delimited by size
                   WS-RUN-DATE delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            move spaces to ReportLine
            string "KEY CAPACITY AND FILE GROWTH " delimited by size
                   WS-RUN-DATE delimited by size
                   "  (growth over the last " delimited by size
                   WS-JANELA delimited by size
                   " days)" delimited by size
                into ReportLine
            end-string
            write ReportLine
            move spaces to ReportLine
            write ReportLine
            move "ITEM         FILE             RECORDS  HIGHEST KEY      CEILING USED DAYS LEFT STAT"
                to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1 until WS-IDX > 7
                move IT-NOME (WS-IDX)    to RL-ITEM
                move IT-ARQUIVO (WS-IDX) to RL-ARQUIVO
                move MD-REGISTROS (WS-IDX) to RL-REGISTROS
                move MD-USADO (WS-IDX)   to RL-USADO
                move MD-TETO (WS-IDX)    to RL-TETO
                compute WS-PCT =
                    MD-USADO (WS-IDX) * 100 / MD-TETO (WS-IDX)
                    on size error move 999 to WS-PCT
                end-compute
                move WS-PCT to RL-PCT
                evaluate true
                    when MD-ABERTO (WS-IDX) not = 'Y'
                        move "no file" to RL-RESTAM
                    when MD-RESTAM (WS-IDX) = 999999
                        move "no trend" to RL-RESTAM
                    when other
                        move MD-RESTAM (WS-IDX) to WS-RESTAM-ED
                        move WS-RESTAM-ED to RL-RESTAM
                end-evaluate
                move MD-SITUACAO (WS-IDX) to RL-SITUACAO
                move WS-REL-LINHA to ReportLine
                write ReportLine
            end-perform
            move spaces to ReportLine
            write ReportLine
            move spaces to ReportLine
            string "WARNING AT " WS-AVISO "% OR UNDER " WS-DIAS
                   " DAYS LEFT, CRITICAL AT " WS-CRITICO "%   WARNINGS "
                   WS-AVISOS "  CRITICAL " WS-CRITICOS
                delimited by size into ReportLine
            end-string
            write ReportLine
            close ReportFile
            move "CAPACIDADE CHAVES" to RC-REPORT
            move "capmon" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            compute RC-COUNT = WS-AVISOS + WS-CRITICOS
            call "rptcat" using WS-RC-AREA.

       END PROGRAM capmon.
