       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. precocli.
       AUTHOR. VILMAR CATAFESTA.
      *> Negotiated price of one SKU for one customer on one date,
      *> the rule kept in one place for extrato.cob and
      *> contratfat.cob. PRECOS.DAT (precomnt.cob) holds prices by
      *> list + SKU + valid-from date; a list is either the
      *> customer's own (the IDNum as the list code) or a named list
      *> LISTACLI.DAT assigns to the customer. The customer's own
      *> price wins over the named list, and within a list the
      *> latest valid-from date in force on the date asked for.
      *>
      *> A price under the catalogue VALOR-CUSTO is only honoured
      *> when a supervisor flagged it at entry; otherwise the
      *> catalogue VALOR-VENDA is charged and PC-SITUACAO says so.
      *>
      *> PC-FUNC 'P' prices, 'F' closes the files - they stay open
      *> between calls so a billing run does not reopen them per
      *> line.
      *> PC-SITUACAO: C catalogue price (no list in force), N
      *> negotiated price, B negotiated price refused (below cost).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrecoFile ASSIGN TO "PRECOS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PL-CHAVE
                         FILE STATUS  IS PL-FS.
           SELECT ListaCliFile ASSIGN TO "LISTACLI.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LC-CLIENTE
                         FILE STATUS  IS LC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PrecoFile.
       01 PrecoData.
            02 PL-CHAVE.
               03 PL-LISTA   pic x(08).
               03 PL-SKU     pic 9(04).
               03 PL-INICIO  pic 9(08).
            02 PL-FIM        pic 9(08).
            02 PL-PRECO      pic 9(04)V99.
            02 PL-ABAIXO-CUSTO pic x.
            02 PL-SUPERVISOR pic x(10).

       FD ListaCliFile.
       01 ListaCliData.
            02 LC-CLIENTE    pic 9(08).
            02 LC-LISTA      pic x(08).

       WORKING-STORAGE SECTION.
       01 PL-FS            pic xx.
       01 LC-FS            pic xx.
       01 WS-ABERTO        pic x value 'N'.
       01 WS-PL-OK         pic x value 'N'.
       01 WS-LC-OK         pic x value 'N'.
       01 WS-EOF           pic x.
       01 WS-LISTA         pic x(08).
       01 WS-ACHOU         pic x.
       01 WS-PRECO         pic 9(04)V99.
       01 WS-ABAIXO        pic x.

       LINKAGE SECTION.
       01 PC-AREA.
           05 PC-FUNC      pic x.
           05 PC-CLIENTE   pic 9(08).
           05 PC-SKU       pic 9(04).
           05 PC-DATA      pic 9(08).
           05 PC-VENDA     pic 9(04)V99.
           05 PC-CUSTO     pic 9(04)V99.
           05 PC-PRECO     pic 9(04)V99.
           05 PC-LISTA     pic x(08).
           05 PC-SITUACAO  pic x.

       PROCEDURE DIVISION USING PC-AREA.
       001-Main.
            if PC-FUNC = 'F'
                perform CloseFiles
                goback
            end-if
            if WS-ABERTO = 'N'
                perform OpenFiles
            end-if
            move PC-VENDA to PC-PRECO
            move spaces   to PC-LISTA
            move 'C'      to PC-SITUACAO
            if WS-PL-OK = 'N'
                goback
            end-if
      *>    The customer's own list first, then the named list.
            move PC-CLIENTE to WS-LISTA
            perform FindPrice
            if WS-ACHOU = 'N' and WS-LC-OK = 'Y'
                move PC-CLIENTE to LC-CLIENTE
                read ListaCliFile
                    invalid key continue
                    not invalid key
                        if LC-LISTA not = spaces
                            move LC-LISTA to WS-LISTA
                            perform FindPrice
                        end-if
                end-read
            end-if
            if WS-ACHOU = 'N'
                goback
            end-if
            move WS-LISTA to PC-LISTA
            if WS-PRECO < PC-CUSTO and WS-ABAIXO not = 'S'
                move 'B' to PC-SITUACAO
            else
                move WS-PRECO to PC-PRECO
                move 'N' to PC-SITUACAO
            end-if
            goback.

       OpenFiles.
            move 'Y' to WS-ABERTO
            open input PrecoFile
            if PL-FS = "00"
                move 'Y' to WS-PL-OK
            end-if
            open input ListaCliFile
            if LC-FS = "00"
                move 'Y' to WS-LC-OK
            end-if.

       CloseFiles.
            if WS-PL-OK = 'Y'
                close PrecoFile
            end-if
            if WS-LC-OK = 'Y'
                close ListaCliFile
            end-if
            move 'N' to WS-ABERTO WS-PL-OK WS-LC-OK.

      *> Every price of the SKU on the list, oldest valid-from first;
      *> the last one in force on PC-DATA is kept.
       FindPrice.
            move 'N' to WS-ACHOU
            move 'N' to WS-EOF
            move WS-LISTA to PL-LISTA
            move PC-SKU   to PL-SKU
            move zeros    to PL-INICIO
            start PrecoFile key is >= PL-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read PrecoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if PL-LISTA not = WS-LISTA or PL-SKU not = PC-SKU
                            or PL-INICIO > PC-DATA
                        move 'Y' to WS-EOF
                    else
                        if PL-FIM = zeros or PL-FIM >= PC-DATA
                            move 'Y'             to WS-ACHOU
                            move PL-PRECO        to WS-PRECO
                            move PL-ABAIXO-CUSTO to WS-ABAIXO
                        end-if
                    end-if
                end-if
            end-perform.

       END PROGRAM precocli.
