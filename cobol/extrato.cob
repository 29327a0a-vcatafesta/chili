      *> free-form list of SKU/note lines and prices each SKU against
      *> BOLINHO's current ARQUIVO-ESTOQUE, since nothing today joins
      *> the two CRUD menus into one statement.
      *> A negotiated price in force for the customer (precocli.cob,
      *> PRECOS.DAT) replaces VALOR-VENDA; the statement line shows
      *> the catalogue price and the discount, and the invoice gets
      *> a zero-value line under the item saying the same.
      *> A reprint of an invoice the tax authority has authorized
      *> shows its NF-e access key and protocol (NFEDOC.DAT).
      *> Going over the credit limit needs a second person: the
      *> operator queues an override request (aprova.cob), a
      *> supervisor approves it in aprovmnt.cob, and the statement
      *> for up to the approved amount then goes through and lands on
      *> CREDOVER.LOG as before.
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
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS TX-CATEGORIA
                         FILE STATUS  IS TAX-FS.
           SELECT NfeDocFile ASSIGN TO "NFEDOC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS NF-FATURA
                         FILE STATUS  IS NF-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
            02 FirstName pic x(15).
            02 LastName  pic x(15).
            02 CustStatus pic x.
            02 CustDocTipo pic x.
            02 CustDoc   pic x(14).

       FD ARQUIVO-ESTOQUE
           LABEL RECORDS ARE STANDARD
           05 TX-CATEGORIA pic 9(02).
           05 TX-ALIQUOTA  pic 9V9999.

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

       FD DadosArquivo.
       01 DadosRegistro.
           05 DD-NOME      PIC X(30).
       01 WS-TOTAL-PREVIA  pic 9(08)V99.
       01 WS-CRED-EOF      pic x.
       01 WS-OVERRIDE      pic x.
       01 WS-SG-AREA.
           05 SG-FUNC       pic x.
           05 SG-OPERATOR   pic x(10).
           05 SG-LEVEL      pic 9.
           05 SG-OK         pic x value 'N'.
           05 SG-DETAIL     pic x(20).
       01 WS-AQ-AREA.
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
       01 WS-OVR-PEDIDO.
           05 FILLER        pic x(08) value "ABERTO: ".
           05 OP-ABERTO     pic zzz,zz9.99.
           05 FILLER        pic x(09) value " LIMITE: ".
           05 OP-LIMITE     pic zzz,zz9.99.
           05 FILLER        pic x(23) value spaces.
       01 WS-OVR-LINE.
           02 OV-DATA      pic 9(08).
           02 FILLER       pic x(10) value " cliente: ".
       01 WS-ITEM-IDX      pic 99.
       01 WS-TOTAL         pic 9(06)V99 value zeros.
       01 TAX-FS           pic xx.
       01 NF-FS            pic xx.
       01 WS-TAX-QTD       pic 99 value zeros.
       01 WS-TAX-IDX       pic 99.
       01 WS-TAX-EOF       pic x.
       01 WS-LINHA-IMPOSTO pic 9(04)V99.
       01 WS-TOTAL-IMPOSTO pic 9(06)V99 value zeros.
       01 WS-TOTAL-GERAL   pic 9(07)V99 value zeros.
       01 WS-SEQ-FAT       pic 9(02).
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

       01 WS-ITENS-TAB.
           02 WS-ITEM occurs 20 times.
                            perform PrintStatement
                        else
                            display "Statement refused: credit limit"
                                " exceeded and no approved override."
                        end-if
                    end-if
                end-if
                        " open " WS-CRED-ABERTO
                        " + new " WS-TOTAL-PREVIA
                    perform ShowLastContact
                    perform OverrideApproval
                end-if
            end-if.

      *> An approved override covering this amount releases the
      *> statement once; otherwise the block stands and the operator
      *> may queue a request for a supervisor to decide. The
      *> operator signs on (signon.cob) once per run, so requests
      *> carry a verified id rather than a typed-in name.
       OverrideApproval.
            move 'N' to WS-CRED-OK
            if SG-OK not = 'Y'
                move 'L' to SG-FUNC
                call "signon" using WS-SG-AREA
                if SG-OK not = 'Y'
                    display "Sign-on failed - override not available."
                    exit paragraph
                end-if
            end-if
            move 'C'     to AQ-FUNC
            move "OVR"   to AQ-TIPO
            move spaces  to AQ-CHAVE
            move IDNum   to AQ-CHAVE (1:8)
            move SG-OPERATOR to AQ-OPERADOR
            call "aprova" using WS-AQ-AREA
            if AQ-SITUACAO = 'A' and AQ-VALOR >= WS-TOTAL-PREVIA
                display "Override request " AQ-NUM " approved by "
                    AQ-APROVADOR " - statement released"
                move 'X' to AQ-FUNC
                call "aprova" using WS-AQ-AREA
                perform LogOverride
                move 'Y' to WS-CRED-OK
                exit paragraph
            end-if
            if AQ-SITUACAO = 'P'
                display "Override request " AQ-NUM
                    " is waiting for a supervisor."
                exit paragraph
            end-if
            if AQ-SITUACAO = 'A'
                display "Approved override " AQ-NUM " covers only "
                    AQ-VALOR " - a new request is needed."
                exit paragraph
            end-if
            if AQ-SITUACAO = 'R'
                display "Last override request " AQ-NUM " rejected: "
                    AQ-MOTIVO
            end-if
            display "Request a supervisor override? (Y/N): "
                with no advancing
            accept WS-OVERRIDE
            if WS-OVERRIDE not = 'Y' and WS-OVERRIDE not = 'y'
                exit paragraph
            end-if
            move 'S'             to AQ-FUNC
            move "OVR"           to AQ-TIPO
            move spaces          to AQ-CHAVE
            move IDNum           to AQ-CHAVE (1:8)
            move SG-OPERATOR     to AQ-OPERADOR
            move WS-TOTAL-PREVIA to AQ-VALOR
            move WS-CRED-ABERTO  to OP-ABERTO
            move CL-LIMITE       to OP-LIMITE
            move WS-OVR-PEDIDO   to AQ-DETALHE
            call "aprova" using WS-AQ-AREA
            if AQ-OK = 'Y'
                display "Override request " AQ-NUM " queued."
            end-if.

      *> Latest CONTATO.DAT note (contatos.cob) for this customer,
                read ARQUIVO-ESTOQUE
                    invalid key continue
                    not invalid key
                        perform PriceItem
                        add PC-PRECO to WS-TOTAL-PREVIA
                end-read
            end-perform.

      *> The price this customer pays for the SKU just read: the
      *> negotiated one when a list is in force, else VALOR-VENDA.
       PriceItem.
            accept WS-RUN-DATE from date yyyymmdd
            move 'P'         to PC-FUNC
            move IDNum       to PC-CLIENTE
            move SKU         to PC-SKU
            move WS-RUN-DATE to PC-DATA
            move VALOR-VENDA to PC-VENDA
            move VALOR-CUSTO to PC-CUSTO
            call "precocli" using WS-PC-AREA
            move zeros to WS-DESCONTO
            if PC-SITUACAO = 'N' and PC-PRECO < VALOR-VENDA
                compute WS-DESCONTO = VALOR-VENDA - PC-PRECO
            end-if.

       LogOverride.
            accept WS-RUN-DATE from date yyyymmdd
            move WS-RUN-DATE     to OV-DATA
            close OverrideLog.

       PrintStatement.
            move zeros to WS-TOTAL WS-TOTAL-IMPOSTO WS-SEQ-FAT
            perform NextInvoiceNumber
            display ' '
            display "ACCOUNT STATEMENT - INVOICE " WS-FAT-PROX
                        display WS-ITEM-SKU (WS-ITEM-IDX)
                            " ** SKU nao encontrado no estoque **"
                    not invalid key
                        perform PriceItem
                        perform LookupRate
                        compute WS-LINHA-IMPOSTO rounded =
                            PC-PRECO * WS-ALIQ
                        display SKU " " NOME " "
                            WS-ITEM-NOTA (WS-ITEM-IDX) " " PC-PRECO
                            " imposto " WS-LINHA-IMPOSTO
                        if PC-SITUACAO = 'N'
                            move VALOR-VENDA to WS-VENDA-ED
                            move WS-DESCONTO to WS-DESC-ED
                            display "     lista " PC-LISTA
                                " tabela " WS-VENDA-ED
                                " desconto " WS-DESC-ED
                        end-if
                        if PC-SITUACAO = 'B'
                            display "     lista " PC-LISTA
                                " abaixo do custo sem autorizacao -"
                                " preco de tabela"
                        end-if
                        add PC-PRECO to WS-TOTAL
                        add WS-LINHA-IMPOSTO to WS-TOTAL-IMPOSTO
                        perform WriteInvoiceDetail
                end-read
            end-if.

       WriteInvoiceDetail.
            add 1 to WS-SEQ-FAT
            move WS-FAT-PROX            to FATIT-NUM
            move WS-SEQ-FAT             to FATIT-SEQ
            move SKU                    to FATIT-SKU
            move WS-ITEM-NOTA (WS-ITEM-IDX) to FATIT-NOTA
            move PC-PRECO               to FATIT-VALOR
            write FaturaItData
                invalid key
                    display "** ERROR ** unable to write invoice line "
                        FATIT-SEQ " of invoice " FATIT-NUM
            end-write
            if PC-SITUACAO = 'N'
                perform WritePriceLine
            end-if.

      *> Catalogue price and discount of the line above, at zero
      *> value and SKU 0 so totals and tax are not touched.
       WritePriceLine.
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
                    display "** ERROR ** unable to write invoice line "
            compute WS-TOTAL-GERAL = FAT-TOTAL + FAT-IMPOSTO
            display "SUBTOTAL        : " FAT-TOTAL
            display "IMPOSTO         : " FAT-IMPOSTO
            display "TOTAL C/IMPOSTO : " WS-TOTAL-GERAL
            perform ShowNfeKey.

       ShowNfeKey.
            open input NfeDocFile
            if NF-FS not = "00"
                exit paragraph
            end-if
            move FAT-NUM to NF-FATURA
            read NfeDocFile
                invalid key continue
                not invalid key
                    evaluate NF-SITUACAO
                        when 'A'
                            display "NF-E CHAVE      : " NF-CHAVE
                            display "NF-E PROTOCOLO  : " NF-PROTOCOLO
                                " EM " NF-DATA-AUT
                        when 'R'
                            display "NF-E REJEITADA  : " NF-MOTIVO
                        when other
                            display "NF-E            : AGUARDANDO AUTORIZACAO"
                    end-evaluate
            end-read
            close NfeDocFile.

       CloseFiles.
            move 'F' to PC-FUNC
            call "precocli" using WS-PC-AREA
            close CustomerFile
            close ARQUIVO-ESTOQUE
            close FaturaFile
