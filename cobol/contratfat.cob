      *> A register of everything billed goes to CONTRFAT<period>.rpt
      *> so lapsed contracts stand out, and a period marker in
      *> CONTRFAT.LOG stops the month being billed twice.
      *> Lines are priced through precocli.cob, so a customer's
      *> negotiated price list (PRECOS.DAT) wins over VALOR-VENDA;
      *> the invoice carries a zero-value line with the catalogue
      *> price and the discount, and a negotiated price under cost
      *> without a supervisor flag is billed at the catalogue price
      *> and noted on the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS IDNum
                         ALTERNATE RECORD KEY IS CustDoc
                             WITH DUPLICATES
                         FILE STATUS  IS CUST-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD

       01 WS-FAT-TOTAL     pic 9(06)V99.
       01 WS-FAT-IMPOSTO   pic 9(06)V99.
       01 WS-DESCONTO      pic 9(04)V99.
       01 WS-VENDA-ED      pic zzz9.99.
       01 WS-DESC-ED       pic zzz9.99.
       01 WS-PC-AREA.
           05 PC-FUNC      pic x.
           05 PC-CLIENTE   pic 9(08).
           05 PC-SKU       pic 9(04).
           05 PC-DATA      pic 9(08).
           05 PC-VENDA     pic 9(04)V99.
           05 PC-CUSTO     pic 9(04)V99.
           05 PC-PRECO     pic 9(04)V99.
           05 PC-LISTA     pic x(08).
           05 PC-SITUACAO  pic x.

       01 WS-PER-IN        pic x(40).
       01 WS-PER-IN-R redefines WS-PER-IN.
            perform varying WS-IT-IDX from 1 by 1
                    until WS-IT-IDX > WS-IT-TOTAL
                move IT-SKU (WS-IT-IDX) to SKU
                perform PriceItem
                if PC-SITUACAO = 'B'
                    move spaces to RegisterLine
                    string "** cliente " delimited by size
                           WS-CUR-CLIENTE delimited by size
                           " sku " delimited by size
                           SKU delimited by size
                           " lista " delimited by size
                           PC-LISTA delimited by size
                           " abaixo do custo sem autorizacao -"
                               delimited by size
                           " preco de tabela" delimited by size
                        into RegisterLine
                    end-string
                    write RegisterLine
                end-if
                compute WS-LINHA-VALOR =
                    PC-PRECO * IT-QTD (WS-IT-IDX)
                perform LookupRate
                compute WS-LINHA-IMPOSTO rounded =
                    WS-LINHA-VALOR * WS-ALIQ
                end-add
            end-perform.

      *> Reads the SKU in SKU and prices it for the customer; a SKU
      *> gone from the stock file bills nothing, as before.
       PriceItem.
            read ARQUIVO-ESTOQUE
                invalid key
                    move zeros to VALOR-VENDA VALOR-CUSTO CATEG-FISCAL
                    move zeros to PC-PRECO WS-DESCONTO
                    move 'C' to PC-SITUACAO
                    exit paragraph
            end-read
            move 'P'            to PC-FUNC
            move WS-CUR-CLIENTE to PC-CLIENTE
            move SKU            to PC-SKU
            move WS-RUN-DATE    to PC-DATA
            move VALOR-VENDA    to PC-VENDA
            move VALOR-CUSTO    to PC-CUSTO
            call "precocli" using WS-PC-AREA
            move zeros to WS-DESCONTO
            if PC-SITUACAO = 'N' and PC-PRECO < VALOR-VENDA
                compute WS-DESCONTO = VALOR-VENDA - PC-PRECO
            end-if.

      *> The interactive path offers a supervisor override; a batch
      *> has nobody to ask, so an over-limit customer is skipped and
      *> reported for a manual extrato.cob statement.
      *> silently truncating money off the invoice.
       WriteOneLine.
            move IT-SKU (WS-IT-IDX) to SKU
            perform PriceItem
            compute WS-LINHA-REST =
                PC-PRECO * IT-QTD (WS-IT-IDX)
            perform until WS-LINHA-REST = zeros
                    or WS-SEQ-FAT >= 99
                if WS-LINHA-REST > 9999.99
                display "** invoice " WS-FAT-PROX " ran out of"
                    " line numbers with " WS-LINHA-REST
                    " unbilled - adjust the contract"
            end-if
      *>    Catalogue unit price and unit discount under the line,
      *>    at zero value and SKU 0 so totals and tax are untouched.
            if PC-SITUACAO = 'N' and WS-SEQ-FAT < 99
                add 1 to WS-SEQ-FAT
                move WS-FAT-PROX to FATIT-NUM
                move WS-SEQ-FAT  to FATIT-SEQ
                move zeros       to FATIT-SKU
                move VALOR-VENDA to WS-VENDA-ED
                move WS-DESCONTO to WS-DESC-ED
                move spaces      to FATIT-NOTA
                string "TABELA " delimited by size
                       WS-VENDA-ED delimited by size
                       " DESC " delimited by size
                       WS-DESC-ED delimited by size
                    into FATIT-NOTA
                end-string
                move zeros       to FATIT-VALOR
                write FaturaItData
                    invalid key
                        display "** unable to write line "
                            FATIT-SEQ " of invoice " FATIT-NUM
                end-write
            end-if.

       WriteReceivable.
            write RegisterLine.

       CloseFiles.
            move 'F' to PC-FUNC
            call "precocli" using WS-PC-AREA
            close ContratoFile
            close CustomerFile
            close ARQUIVO-ESTOQUE
