       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ciclocont.
       AUTHOR. VILMAR CATAFESTA.
      *> Cycle counting by store, so the shop stops closing for an
      *> afternoon to run P-CONTAGEM over the whole catalogue. The
      *> schedule CICLO.DAT has one row per store and SKU held in
      *> ESTLOJA.DAT, with the ABC class vendanal last wrote to
      *> ABCCLASSE.DAT (a SKU not in it is C): A is counted every 30
      *> days, B every 91, C every 182. Option 1 refreshes the
      *> schedule; a new row gets its first date spread over its
      *> interval by SKU and store so the work lands evenly on the
      *> days. Option 2 prints the day's count sheet for one store -
      *> the most overdue rows first, at most WS-LIMITE-DIA of them,
      *> the rest roll to the next day. Option 3 takes the counted
      *> quantities for the same list, prints the variance report and,
      *> once confirmed, posts it the way P-CONTAGEM does: the store
      *> balance in ESTLOJA.DAT and the company ESTOQUE.DAT quantity
      *> move by the difference and every correction leaves an
      *> AJUSTE.LOG line (book = store balance) carrying the store, so
      *> perdames and lojaresult see it. Posting needs the ESTOQUE.DAT
      *> update lock, so it waits for BOLINHO to close, as baixavenc
      *> does. Option 4 is the coverage report: rows past their date,
      *> never counted, and per class how much is up to date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CicloFile ASSIGN TO "CICLO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CI-CHAVE
                         FILE STATUS  IS CI-FS.
           SELECT AbcFile ASSIGN TO "ABCCLASSE.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS ABC-FS.
           SELECT ARQUIVO-ESTLOJA ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LOJA-CHAVE
                         FILE STATUS  IS ESTLOJA-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
           SELECT ARQUIVO-AJUSTE-LOG ASSIGN TO "AJUSTE.LOG"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS AJUSTE-FS.
           SELECT CicloReport ASSIGN TO WS-REPORT-FILENAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
      *> CI-ULTIMA zero = never counted since the row was planned.
       FD CicloFile.
       01 CicloRec.
           05 CI-CHAVE.
               10 CI-LOJA      pic 9(02).
               10 CI-SKU       pic 9(04).
           05 CI-CLASSE        pic x.
           05 CI-ULTIMA        pic 9(08).
           05 CI-PROXIMA       pic 9(08).

       FD AbcFile.
       01 AbcRec           pic x(20).

       FD ARQUIVO-ESTLOJA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTLOJA.DAT".
       01 ESTOQUE-LOJA.
           05 LOJA-CHAVE.
               10 LJ-LOJA      PIC 9(02).
               10 LJ-SKU       PIC 9(04).
           05 LJ-QTD           PIC 9(04).

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

       FD ARQUIVO-AJUSTE-LOG
           LABEL RECORDS ARE STANDARD.
       01 AJUSTE-LOG-REC           PIC X(60).

       FD CicloReport.
       01 ReportLine       pic x(90).

       WORKING-STORAGE SECTION.
       01 CI-FS            pic xx.
       01 ABC-FS           pic xx.
       01 ESTLOJA-FS       pic xx.
       01 ESTOQUE-FS       pic xx.
       01 AJUSTE-FS        pic xx.
       01 RPT-FS           pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-HOJE-INT      pic 9(07).
       01 WS-REPORT-FILENAME pic x(24).
       01 WS-LOJA          pic 9(02).
       01 WS-SKU-NUM       pic 9(04).
       01 WS-INTERVALO     pic 9(03).
       01 WS-DESLOCA       pic 9(03).
       01 WS-ATRASO        pic s9(05).
       01 WS-IDX           pic 9(03).
       01 WS-IDX2          pic 9(03).
       01 WS-MENOR         pic 9(03).
       01 WS-LIMITE-DIA    pic 9(03) value 25.
       01 WS-CONF          pic x.
       01 WS-QTD-IN        pic x(04).
       01 WS-DIF           pic s9(05).
       01 WS-DIF-VALOR     pic s9(08)V99.
       01 WS-TOT-DIF       pic s9(09)V99.
       01 WS-NOVA-QTD      pic s9(05).
       01 WS-NOVOS         pic 9(05).
       01 WS-MUDARAM       pic 9(05).
       01 WS-REMOVIDOS     pic 9(05).
       01 WS-CONTADOS      pic 9(03).
       01 WS-AJUSTADOS     pic 9(03).
       01 WS-ATRASADOS     pic 9(05).

      *> ABC class by SKU (index SKU + 1), loaded from ABCCLASSE.DAT.
       01 WS-CLASSE-TAB.
           02 WS-CLASSE-SKU pic x occurs 10000 times.
       01 WS-ABC-IN        pic x(20).
       01 WS-ABC-IN-R redefines WS-ABC-IN.
           05 ABI-CLASSE   pic x.
           05 FILLER       pic x.
           05 ABI-SKU      pic x(04).
           05 FILLER       pic x(14).

      *> Rows due for the store, then trimmed to the day's list.
       01 WS-DU-TOTAL      pic 9(03) value zeros.
       01 WS-DU-TAB.
           02 WS-DU-ITEM occurs 500 times.
               05 DU-SKU       pic 9(04).
               05 DU-CLASSE    pic x.
               05 DU-PROXIMA   pic 9(08).
               05 DU-NOME      pic x(30).
               05 DU-LIVRO     pic 9(04).
               05 DU-CUSTO     pic 9(04)V99.
               05 DU-CONTADO   pic 9(04).
               05 DU-FOI       pic x.
       01 WS-DU-TROCA          pic x(58).

       01 WS-CLS-TAB.
           02 WS-CLS-ITEM occurs 3 times.
               05 CS-TOTAL     pic 9(05).
               05 CS-EM-DIA    pic 9(05).
               05 CS-ATRASO    pic 9(05).
               05 CS-NUNCA     pic 9(05).
       01 WS-CLS-NOMES     pic x(03) value "ABC".

       01 WS-AJUSTE-LINHA.
           05 AJ-DATA               PIC 9(08).
           05                       PIC X VALUE SPACE.
           05 AJ-SKU                PIC 9(04).
           05                       PIC X(07) VALUE " livro ".
           05 AJ-LIVRO              PIC 9(04).
           05                       PIC X(09) VALUE " contado ".
           05 AJ-CONTADO            PIC 9(04).
           05                       PIC X VALUE SPACE.
           05 AJ-OPERADOR           PIC X(10).
           05                       PIC X(06) VALUE " loja ".
           05 AJ-LOJA               PIC 9(02).

       01 WS-FOLHA-LINE.
           05 FO-SKU     pic 9(04).
           05 FILLER       pic x value space.
           05 FO-NOME      pic x(30).
           05 FILLER       pic x value space.
           05 FO-CLASSE    pic x.
           05 FILLER       pic x(02) value spaces.
           05 FO-PROXIMA   pic 9(08).
           05 FILLER       pic x(14) value "   CONTADO: __".
           05 FILLER       pic x(04) value "____".

       01 WS-DIF-LINE.
           05 DF-SKU       pic 9(04).
           05 FILLER       pic x value space.
           05 DF-NOME      pic x(30).
           05 FILLER       pic x value space.
           05 DF-LIVRO     pic zzz9.
           05 FILLER       pic x value space.
           05 DF-CONTADO   pic zzz9.
           05 FILLER       pic x value space.
           05 DF-DIF       pic ----9.
           05 FILLER       pic x value space.
           05 DF-VALOR     pic z(6)9.99-.

       01 WS-COB-LINE.
           05 CB-LOJA      pic 9(02).
           05 FILLER       pic x(02) value spaces.
           05 CB-SKU       pic 9(04).
           05 FILLER       pic x(02) value spaces.
           05 CB-CLASSE    pic x.
           05 FILLER       pic x(02) value spaces.
           05 CB-ULTIMA    pic 9(08).
           05 FILLER       pic x(02) value spaces.
           05 CB-PROXIMA   pic 9(08).
           05 FILLER       pic x(02) value spaces.
           05 CB-ATRASO    pic zzzz9.

       01 WS-CLS-LINE.
           05 FILLER       pic x(07) value "CLASSE ".
           05 CC-CLASSE    pic x.
           05 FILLER       pic x(08) value "  total ".
           05 CC-TOTAL     pic zzzz9.
           05 FILLER       pic x(09) value "  em dia ".
           05 CC-EM-DIA    pic zzzz9.
           05 FILLER       pic x(12) value "  atrasados ".
           05 CC-ATRASO    pic zzzz9.
           05 FILLER       pic x(16) value "  nunca contados".
           05 FILLER       pic x value space.
           05 CC-NUNCA     pic zzzz9.
           05 FILLER       pic x(12) value "  cobertura ".
           05 CC-PCT       pic zz9.
           05 FILLER       pic x value "%".

       01 WS-SG-AREA.
           05 SG-FUNC      pic x.
           05 SG-OPERATOR  pic x(10).
           05 SG-LEVEL     pic 9.
           05 SG-OK        pic x.
           05 SG-DETAIL    pic x(20).

       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       01 WS-FL-AREA.
           05 FL-FUNC      pic x.
           05 FL-FILE      pic x(14).
           05 FL-PROGRAM   pic x(12).
           05 FL-OPERATOR  pic x(10).
           05 FL-OK        pic x.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

       PROCEDURE DIVISION.
       001-Main.
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            accept WS-RUN-DATE from date yyyymmdd
            compute WS-HOJE-INT = function integer-of-date(WS-RUN-DATE)
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform until StayOpen = 'N'
                    display ' '
                    display "CONTAGEM CICLICA"
                    display "----------------"
                    display "1 - Atualizar agenda (ABC)"
                    display "2 - Folha de contagem do dia"
                    display "3 - Lancar contagem"
                    display "4 - Cobertura / atrasados"
                    display "0 - Sair"
                    display ' '
                    display "Opcao : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform PlanSchedule
                        when 2 perform CountSheet
                        when 3 perform CountEntry
                        when 4 perform Coverage
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open i-o CicloFile
            if CI-FS = "30" or CI-FS = "35"
                open output CicloFile
                close CicloFile
                open i-o CicloFile
            end-if
            if CI-FS not = "00"
                display "** ERROR ** unable to open CICLO.DAT, status " CI-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o ARQUIVO-ESTLOJA
            if ESTLOJA-FS not = "00"
                display "** ERROR ** unable to open ESTLOJA.DAT, status " ESTLOJA-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            if WS-FILES-OK = 'Y'
                close CicloFile
                close ARQUIVO-ESTLOJA
            end-if.

       SetInterval.
            evaluate CI-CLASSE
                when 'A' move 30  to WS-INTERVALO
                when 'B' move 91  to WS-INTERVALO
                when other move 182 to WS-INTERVALO
            end-evaluate.

      *> One row per store + SKU on ESTLOJA.DAT; rows whose store
      *> balance record is gone are dropped.
       PlanSchedule.
            move zeros to WS-NOVOS WS-MUDARAM WS-REMOVIDOS
            move all 'C' to WS-CLASSE-TAB
            open input AbcFile
            if ABC-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read AbcFile into WS-ABC-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if ABI-SKU numeric and
                                    (ABI-CLASSE = 'A' or 'B' or 'C')
                                compute WS-SKU-NUM = function numval(ABI-SKU)
                                move ABI-CLASSE
                                    to WS-CLASSE-SKU (WS-SKU-NUM + 1)
                            end-if
                    end-read
                end-perform
                close AbcFile
            else
                display "ABCCLASSE.DAT nao encontrado - rode o vendanal;"
                    " todos os SKUs ficam classe C"
            end-if

            move 'N' to WS-EOF
            move low-values to LOJA-CHAVE
            start ARQUIVO-ESTLOJA key is >= LOJA-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-ESTLOJA next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform PlanOne
                end-if
            end-perform

            move 'N' to WS-EOF
            move low-values to CI-CHAVE
            start CicloFile key is >= CI-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CicloFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    move CI-LOJA to LJ-LOJA
                    move CI-SKU  to LJ-SKU
                    read ARQUIVO-ESTLOJA
                        invalid key
                            delete CicloFile record
                                invalid key continue
                            end-delete
                            add 1 to WS-REMOVIDOS
                    end-read
                end-if
            end-perform
            display "Agenda atualizada: " WS-NOVOS " novos, "
                WS-MUDARAM " mudaram de classe, "
                WS-REMOVIDOS " removidos".

       PlanOne.
            move LJ-LOJA to CI-LOJA
            move LJ-SKU  to CI-SKU
            read CicloFile
                invalid key
                    move WS-CLASSE-SKU (LJ-SKU + 1) to CI-CLASSE
                    move zeros to CI-ULTIMA
                    perform SetInterval
                    compute WS-DESLOCA =
                        function mod(LJ-SKU + LJ-LOJA * 7, WS-INTERVALO)
                    compute CI-PROXIMA = function date-of-integer
                        (WS-HOJE-INT + WS-DESLOCA)
                    write CicloRec
                        invalid key continue
                        not invalid key add 1 to WS-NOVOS
                    end-write
                not invalid key
                    if CI-CLASSE not = WS-CLASSE-SKU (LJ-SKU + 1)
                        move WS-CLASSE-SKU (LJ-SKU + 1) to CI-CLASSE
                        if CI-ULTIMA not = zeros
                            perform SetInterval
                            compute CI-PROXIMA = function date-of-integer
                                (function integer-of-date(CI-ULTIMA)
                                 + WS-INTERVALO)
                        end-if
                        rewrite CicloRec
                            invalid key continue
                            not invalid key add 1 to WS-MUDARAM
                        end-rewrite
                    end-if
            end-read.

      *> Rows of the store due today or earlier, oldest date first,
      *> cut at the daily limit; names and store book come along.
       BuildDayList.
            move zeros to WS-DU-TOTAL
            move 'N' to WS-EOF
            move WS-LOJA to CI-LOJA
            move zeros   to CI-SKU
            start CicloFile key is >= CI-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CicloFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CI-LOJA not = WS-LOJA
                        move 'Y' to WS-EOF
                    else
                        if CI-PROXIMA <= WS-RUN-DATE
                                and WS-DU-TOTAL < 500
                            add 1 to WS-DU-TOTAL
                            move CI-SKU     to DU-SKU (WS-DU-TOTAL)
                            move CI-CLASSE  to DU-CLASSE (WS-DU-TOTAL)
                            move CI-PROXIMA to DU-PROXIMA (WS-DU-TOTAL)
                        end-if
                    end-if
                end-if
            end-perform
            perform varying WS-IDX from 1 by 1
                    until WS-IDX >= WS-DU-TOTAL
                move WS-IDX to WS-MENOR
                perform varying WS-IDX2 from WS-IDX by 1
                        until WS-IDX2 > WS-DU-TOTAL
                    if DU-PROXIMA (WS-IDX2) < DU-PROXIMA (WS-MENOR)
                        move WS-IDX2 to WS-MENOR
                    end-if
                end-perform
                if WS-MENOR not = WS-IDX
                    move WS-DU-ITEM (WS-IDX)   to WS-DU-TROCA
                    move WS-DU-ITEM (WS-MENOR) to WS-DU-ITEM (WS-IDX)
                    move WS-DU-TROCA to WS-DU-ITEM (WS-MENOR)
                end-if
            end-perform
            if WS-DU-TOTAL > WS-LIMITE-DIA
                move WS-LIMITE-DIA to WS-DU-TOTAL
            end-if
            open input ARQUIVO-ESTOQUE
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-DU-TOTAL
                move spaces to DU-NOME (WS-IDX)
                move zeros  to DU-CUSTO (WS-IDX)
                if ESTOQUE-FS = "00" or ESTOQUE-FS = "23"
                    move DU-SKU (WS-IDX) to SKU
                    read ARQUIVO-ESTOQUE
                        not invalid key
                            move NOME        to DU-NOME (WS-IDX)
                            move VALOR-CUSTO to DU-CUSTO (WS-IDX)
                    end-read
                end-if
                move WS-LOJA         to LJ-LOJA
                move DU-SKU (WS-IDX) to LJ-SKU
                read ARQUIVO-ESTLOJA
                    invalid key move zeros to LJ-QTD
                end-read
                move LJ-QTD to DU-LIVRO (WS-IDX)
                move 'N'    to DU-FOI (WS-IDX)
            end-perform
            close ARQUIVO-ESTOQUE.

       AskStore.
            display "Loja : " with no advancing
            accept WS-LOJA.

      *> The sheet leaves the book balance off on purpose: the
      *> counter writes what is on the shelf, not what the file says.
       CountSheet.
            perform AskStore
            perform BuildDayList
            if WS-DU-TOTAL = zeros
                display "Nada a contar hoje na loja " WS-LOJA
                exit paragraph
            end-if
            move spaces to WS-REPORT-FILENAME
            string "CICLOFL" WS-RUN-DATE WS-LOJA ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output CicloReport
            move spaces to ReportLine
            string "FOLHA DE CONTAGEM CICLICA - LOJA " WS-LOJA
                   " - " WS-RUN-DATE
                delimited by size into ReportLine
            end-string
            write ReportLine
            move "SKU  NOME                           C  DATA PREVISTA"
                to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-DU-TOTAL
                move DU-SKU (WS-IDX)     to FO-SKU
                move DU-NOME (WS-IDX)    to FO-NOME
                move DU-CLASSE (WS-IDX)  to FO-CLASSE
                move DU-PROXIMA (WS-IDX) to FO-PROXIMA
                write ReportLine from WS-FOLHA-LINE
            end-perform
            move spaces to ReportLine
            write ReportLine
            move "Contado por: ____________________" to ReportLine
            write ReportLine
            close CicloReport
            move "FOLHA CONTAGEM CICL" to RC-REPORT
            move "ciclocont"           to RC-PROGRAM
            move WS-REPORT-FILENAME    to RC-FILENAME
            move WS-DU-TOTAL           to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display WS-DU-TOTAL " item(s) em " WS-REPORT-FILENAME.

       CountEntry.
            perform AskStore
            perform BuildDayList
            if WS-DU-TOTAL = zeros
                display "Nada a contar hoje na loja " WS-LOJA
                exit paragraph
            end-if
            display "Quantidade contada (branco = nao contado):"
            move zeros to WS-CONTADOS
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-DU-TOTAL
                display DU-SKU (WS-IDX) " " DU-NOME (WS-IDX) ": "
                    with no advancing
                move spaces to WS-QTD-IN
                accept WS-QTD-IN
                if WS-QTD-IN not = spaces
                        and function test-numval(WS-QTD-IN) = 0
                    compute DU-CONTADO (WS-IDX) =
                        function numval(WS-QTD-IN)
                    move 'Y' to DU-FOI (WS-IDX)
                    add 1 to WS-CONTADOS
                end-if
            end-perform
            if WS-CONTADOS = zeros
                display "Nenhuma quantidade informada."
                exit paragraph
            end-if
            perform VarianceReport
            display "Confirma o lancamento dos ajustes (S/N)? "
                with no advancing
            accept WS-CONF
            if WS-CONF = 'S' or WS-CONF = 's'
                perform PostCount
            else
                display "Ajustes nao lancados."
            end-if.

       VarianceReport.
            move spaces to WS-REPORT-FILENAME
            string "CICLODIF" WS-RUN-DATE WS-LOJA ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output CicloReport
            move spaces to ReportLine
            string "CONTAGEM CICLICA - LOJA " WS-LOJA " - "
                   WS-RUN-DATE " - LIVRO X CONTADO X DIFERENCA"
                delimited by size into ReportLine
            end-string
            write ReportLine
            move zeros to WS-TOT-DIF
            display "SKU  NOME                           LIVRO CONT   DIF       VALOR"
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-DU-TOTAL
                if DU-FOI (WS-IDX) = 'Y'
                    compute WS-DIF =
                        DU-CONTADO (WS-IDX) - DU-LIVRO (WS-IDX)
                    compute WS-DIF-VALOR = WS-DIF * DU-CUSTO (WS-IDX)
                    add WS-DIF-VALOR to WS-TOT-DIF
                    if WS-DIF not = zeros
                        move DU-SKU (WS-IDX)     to DF-SKU
                        move DU-NOME (WS-IDX)    to DF-NOME
                        move DU-LIVRO (WS-IDX)   to DF-LIVRO
                        move DU-CONTADO (WS-IDX) to DF-CONTADO
                        move WS-DIF              to DF-DIF
                        move WS-DIF-VALOR        to DF-VALOR
                        display WS-DIF-LINE
                        write ReportLine from WS-DIF-LINE
                    end-if
                end-if
            end-perform
            move spaces to ReportLine
            string "VALOR TOTAL DA DIVERGENCIA: " WS-TOT-DIF
                delimited by size into ReportLine
            end-string
            write ReportLine
            close CicloReport
            move "CONTAGEM CICLICA"    to RC-REPORT
            move "ciclocont"           to RC-PROGRAM
            move WS-REPORT-FILENAME    to RC-FILENAME
            move WS-CONTADOS           to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display "Valor total da divergencia: " WS-TOT-DIF
            display "Relatorio gravado em " WS-REPORT-FILENAME.

      *> Same posting P-CONTAGEM-AJUSTAR does, against the store
      *> balance; ESTOQUE.DAT moves by the same difference. Every row
      *> counted gets its next date, with or without a difference.
       PostCount.
            move 'A' to FL-FUNC
            move "ESTOQUE.DAT" to FL-FILE
            move "ciclocont" to FL-PROGRAM
            move SG-OPERATOR to FL-OPERATOR
            call "filelock" using WS-FL-AREA
            if FL-OK not = 'Y'
                display "ESTOQUE.DAT em uso - ajustes nao lancados"
                exit paragraph
            end-if
            open i-o ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                move 'L' to FL-FUNC
                call "filelock" using WS-FL-AREA
                exit paragraph
            end-if
            open extend ARQUIVO-AJUSTE-LOG
            if AJUSTE-FS = "35"
                close ARQUIVO-AJUSTE-LOG
                open output ARQUIVO-AJUSTE-LOG
            end-if
            move zeros to WS-AJUSTADOS
            perform varying WS-IDX from 1 by 1
                    until WS-IDX > WS-DU-TOTAL
                if DU-FOI (WS-IDX) = 'Y'
                    perform PostOne
                end-if
            end-perform
            close ARQUIVO-AJUSTE-LOG
            close ARQUIVO-ESTOQUE
            move 'L' to FL-FUNC
            call "filelock" using WS-FL-AREA
            display "Ajustes lancados: " WS-AJUSTADOS.

       PostOne.
            move WS-LOJA         to LJ-LOJA
            move DU-SKU (WS-IDX) to LJ-SKU
            read ARQUIVO-ESTLOJA
                invalid key exit paragraph
            end-read
            compute WS-DIF = DU-CONTADO (WS-IDX) - LJ-QTD
            if WS-DIF not = zeros
                move LJ-QTD to AJ-LIVRO
                move DU-CONTADO (WS-IDX) to LJ-QTD
                rewrite ESTOQUE-LOJA
                    invalid key exit paragraph
                end-rewrite
                move DU-SKU (WS-IDX) to SKU
                read ARQUIVO-ESTOQUE
                    not invalid key
                        compute WS-NOVA-QTD = QTD-ESTOQUE + WS-DIF
                        if WS-NOVA-QTD < zeros
                            move zeros to WS-NOVA-QTD
                        end-if
                        move PRODUTO to AU-BEFORE
                        move WS-NOVA-QTD to QTD-ESTOQUE
                        rewrite PRODUTO
                            invalid key continue
                            not invalid key
                                move "ESTOQUE.DAT" to AU-FILE
                                move SKU           to AU-KEY
                                move SG-OPERATOR   to AU-OPERATOR
                                move "AJU"         to AU-ACTION
                                move PRODUTO       to AU-AFTER
                                call "auditlog" using WS-AU-AREA
                        end-rewrite
                end-read
                move WS-RUN-DATE         to AJ-DATA
                move DU-SKU (WS-IDX)     to AJ-SKU
                move DU-CONTADO (WS-IDX) to AJ-CONTADO
                move SG-OPERATOR         to AJ-OPERADOR
                move WS-LOJA             to AJ-LOJA
                write AJUSTE-LOG-REC from WS-AJUSTE-LINHA
                add 1 to WS-AJUSTADOS
            end-if
            move WS-LOJA         to CI-LOJA
            move DU-SKU (WS-IDX) to CI-SKU
            read CicloFile
                not invalid key
                    perform SetInterval
                    move WS-RUN-DATE to CI-ULTIMA
                    compute CI-PROXIMA = function date-of-integer
                        (WS-HOJE-INT + WS-INTERVALO)
                    rewrite CicloRec
                        invalid key continue
                    end-rewrite
            end-read.

       Coverage.
            initialize WS-CLS-TAB
            move zeros to WS-ATRASADOS
            move spaces to WS-REPORT-FILENAME
            string "CICLOCOB" WS-RUN-DATE ".TXT"
                delimited by size into WS-REPORT-FILENAME
            end-string
            open output CicloReport
            move spaces to ReportLine
            string "COBERTURA DA CONTAGEM CICLICA - " WS-RUN-DATE
                delimited by size into ReportLine
            end-string
            write ReportLine
            move "SKUS COM CONTAGEM ATRASADA" to ReportLine
            write ReportLine
            move "LJ  SKU   C  ULTIMA    PREVISTA  DIAS ATRASO"
                to ReportLine
            write ReportLine
            move 'N' to WS-EOF
            move low-values to CI-CHAVE
            start CicloFile key is >= CI-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CicloFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    perform CoverOne
                end-if
            end-perform
            move spaces to ReportLine
            write ReportLine
            perform varying WS-IDX from 1 by 1 until WS-IDX > 3
                move WS-CLS-NOMES (WS-IDX:1) to CC-CLASSE
                move CS-TOTAL (WS-IDX)  to CC-TOTAL
                move CS-EM-DIA (WS-IDX) to CC-EM-DIA
                move CS-ATRASO (WS-IDX) to CC-ATRASO
                move CS-NUNCA (WS-IDX)  to CC-NUNCA
                move zeros to CC-PCT
                if CS-TOTAL (WS-IDX) > zeros
                    compute CC-PCT =
                        CS-EM-DIA (WS-IDX) * 100 / CS-TOTAL (WS-IDX)
                end-if
                write ReportLine from WS-CLS-LINE
            end-perform
            close CicloReport
            move "COBERTURA CONTAGEM"  to RC-REPORT
            move "ciclocont"           to RC-PROGRAM
            move WS-REPORT-FILENAME    to RC-FILENAME
            move WS-ATRASADOS          to RC-COUNT
            call "rptcat" using WS-RC-AREA
            display WS-ATRASADOS " contagem(ns) atrasada(s) - "
                WS-REPORT-FILENAME.

      *> Up to date = counted within its interval. Overdue = its
      *> date has passed; a row never counted and not yet due is
      *> only waiting for its first turn.
       CoverOne.
            evaluate CI-CLASSE
                when 'A' move 1 to WS-IDX
                when 'B' move 2 to WS-IDX
                when other move 3 to WS-IDX
            end-evaluate
            add 1 to CS-TOTAL (WS-IDX)
            if CI-ULTIMA = zeros
                add 1 to CS-NUNCA (WS-IDX)
            end-if
            if CI-PROXIMA < WS-RUN-DATE
                add 1 to CS-ATRASO (WS-IDX)
                add 1 to WS-ATRASADOS
                compute WS-ATRASO =
                    WS-HOJE-INT - function integer-of-date(CI-PROXIMA)
                move CI-LOJA    to CB-LOJA
                move CI-SKU     to CB-SKU
                move CI-CLASSE  to CB-CLASSE
                move CI-ULTIMA  to CB-ULTIMA
                move CI-PROXIMA to CB-PROXIMA
                move WS-ATRASO  to CB-ATRASO
                write ReportLine from WS-COB-LINE
            else
                if CI-ULTIMA not = zeros
                    add 1 to CS-EM-DIA (WS-IDX)
                end-if
            end-if.

       END PROGRAM ciclocont.
