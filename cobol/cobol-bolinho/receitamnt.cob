       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. receitamnt.
       AUTHOR. VILMAR CATAFESTA.
      *> Maintenance for BOLINHO's bakery recipe file RECEITA.DAT, the
      *> production-side cousin of KITS.DAT: a kit is exploded when it
      *> is sold, a recipe is exploded when the batch is baked (the
      *> production order in bolinho.cob). Line 00 of each finished
      *> SKU is the header - units one batch yields and the shelf life
      *> in days that dates the new lot; lines 01-99 are ingredient
      *> SKU + quantity per batch. Finished product and ingredients
      *> are validated against ARQUIVO-ESTOQUE at entry time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RECEITA ASSIGN TO "RECEITA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS RCT-CHAVE
                         FILE STATUS  IS RECEITA-FS.
           SELECT ARQUIVO-ESTOQUE ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SKU
                         ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                         ALTERNATE RECORD KEY IS CODIGO-BARRA
                             WITH DUPLICATES
                         FILE STATUS  IS ESTOQUE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RECEITA.
       01 RECEITA-REG.
           05 RCT-CHAVE.
               10 RCT-PRODUTO  PIC 9(04).
               10 RCT-SEQ      PIC 9(02).
           05 RCT-DADOS        PIC X(08).
           05 RCT-CAB REDEFINES RCT-DADOS.
               10 RCT-RENDIMENTO    PIC 9(04).
               10 RCT-VIDA-UTIL     PIC 9(03).
               10 FILLER            PIC X(01).
           05 RCT-LINHA REDEFINES RCT-DADOS.
               10 RCT-INGRED        PIC 9(04).
               10 RCT-QTD           PIC 9(04).

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

       WORKING-STORAGE SECTION.
       01 RECEITA-FS       pic xx.
       01 ESTOQUE-FS       pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-PRODUTO       pic 9(04).
       01 WS-RENDIMENTO    pic 9(04).
       01 WS-VIDA-UTIL     pic 9(03).

       PROCEDURE DIVISION.
       001-Main.
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform until StayOpen = 'N'
                    display ' '
                    display "RECEITAS DE PRODUCAO"
                    display "--------------------"
                    display "1 - Rendimento e validade da receita"
                    display "2 - Incluir ingrediente"
                    display "3 - Listar receita"
                    display "4 - Excluir ingrediente"
                    display "0 - Sair"
                    display ' '
                    display "Opcao : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform SetHeader
                        when 2 perform AddLine
                        when 3 perform ListRecipe
                        when 4 perform DeleteLine
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            open i-o ARQUIVO-RECEITA
            if RECEITA-FS = "30" or RECEITA-FS = "35"
                open output ARQUIVO-RECEITA
                close ARQUIVO-RECEITA
                open i-o ARQUIVO-RECEITA
            end-if
            if RECEITA-FS not = "00"
                display "** ERROR ** unable to open RECEITA.DAT, status " RECEITA-FS
                move 'N' to WS-FILES-OK
            end-if
            open input ARQUIVO-ESTOQUE
            if ESTOQUE-FS not = "00"
                display "** ERROR ** unable to open ESTOQUE.DAT, status " ESTOQUE-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            if WS-FILES-OK = 'Y'
                close ARQUIVO-RECEITA
                close ARQUIVO-ESTOQUE
            end-if.

      *> Header line 00: written the first time, rewritten after.
       SetHeader.
            display "SKU produzido        : " with no advancing
            accept WS-PRODUTO
            move WS-PRODUTO to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    display "SKU nao cadastrado no estoque"
                    exit paragraph
            end-read
            display "Rendimento por fornada (unidades): " with no advancing
            accept WS-RENDIMENTO
            display "Validade do produto (dias)       : " with no advancing
            accept WS-VIDA-UTIL
            if WS-RENDIMENTO = zeros
                display "Rendimento obrigatorio"
                exit paragraph
            end-if
            move WS-PRODUTO to RCT-PRODUTO
            move zeros to RCT-SEQ
            read ARQUIVO-RECEITA
                invalid key
                    move spaces to RCT-DADOS
                    move WS-RENDIMENTO to RCT-RENDIMENTO
                    move WS-VIDA-UTIL to RCT-VIDA-UTIL
                    write RECEITA-REG
                        invalid key display "Erro ao gravar a receita"
                        not invalid key display "Receita aberta."
                    end-write
                not invalid key
                    move WS-RENDIMENTO to RCT-RENDIMENTO
                    move WS-VIDA-UTIL to RCT-VIDA-UTIL
                    rewrite RECEITA-REG
                        invalid key display "Erro ao alterar a receita"
                        not invalid key display "Receita alterada."
                    end-rewrite
            end-read.

       AddLine.
            display "SKU produzido        : " with no advancing
            accept RCT-PRODUTO
            move RCT-PRODUTO to WS-PRODUTO
            move zeros to RCT-SEQ
            read ARQUIVO-RECEITA
                invalid key
                    display "Informe antes o rendimento da receita (opcao 1)"
                    exit paragraph
            end-read
            display "Linha (01-99)        : " with no advancing
            accept RCT-SEQ
            if RCT-SEQ = zeros
                display "A linha 00 e o cabecalho da receita"
                exit paragraph
            end-if
            display "SKU do ingrediente   : " with no advancing
            accept RCT-INGRED
            move RCT-INGRED to SKU
            read ARQUIVO-ESTOQUE
                invalid key
                    display "SKU ingrediente nao cadastrado"
                    exit paragraph
            end-read
            display "Quantidade por fornada: " with no advancing
            accept RCT-QTD
            if RCT-QTD = zeros or RCT-INGRED = WS-PRODUTO
                display "Quantidade obrigatoria e ingrediente nao"
                    " pode ser o proprio produto"
                exit paragraph
            end-if
            write RECEITA-REG
                invalid key
                    display "Linha ja cadastrada para esta receita"
                not invalid key
                    display "Ingrediente incluido."
            end-write.

       ListRecipe.
            display "SKU produzido : " with no advancing
            accept WS-PRODUTO
            move 'N' to WS-EOF
            move WS-PRODUTO to RCT-PRODUTO
            move zeros to RCT-SEQ
            start ARQUIVO-RECEITA key is >= RCT-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-RECEITA next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if RCT-PRODUTO not = WS-PRODUTO
                        move 'Y' to WS-EOF
                    else
                        perform ShowLine
                    end-if
                end-if
            end-perform.

       ShowLine.
            if RCT-SEQ = zeros
                display "Rendimento " RCT-RENDIMENTO " un por fornada,"
                    " validade " RCT-VIDA-UTIL " dia(s)"
                display "SEQ INGREDIENTE QTD"
            else
                move RCT-INGRED to SKU
                read ARQUIVO-ESTOQUE
                    invalid key
                        move "** nao cadastrado **" to NOME
                end-read
                display RCT-SEQ "  " RCT-INGRED "        " RCT-QTD
                    " " NOME
            end-if.

       DeleteLine.
            display "SKU produzido : " with no advancing
            accept RCT-PRODUTO
            display "Linha         : " with no advancing
            accept RCT-SEQ
            delete ARQUIVO-RECEITA
                invalid key
                    display "Linha nao encontrada"
                not invalid key
                    display "Linha excluida."
            end-delete.

       END PROGRAM receitamnt.
