      *> ARQUIVO-ESTOQUE records (an EAN row without a SKU gets the
      *> next free one) or cost-updates existing ones, recalculates
      *> MARGEM.DAT with the P-GRAVA-MARGEM formula, and writes
      *> rejects with reasons to PRODIMP.REJ. Every product created
      *> or updated goes through auditlog.cob, so rollfwd.cob can
      *> replay an import over a restored ESTOQUE.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-EAN-DV        pic 9(01).
       01 WS-SKU-PROX      pic 9(04).
       01 WS-EXISTE        pic x.
       01 WS-AU-ANTES      pic x(100).

       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).

       PROCEDURE DIVISION.
       001-Main.
      *> price and expiry; the shelf quantity is the shop's, not the
      *> supplier's.
       UpdateProduct.
            move PRODUTO  to WS-AU-ANTES
            move WS-CUSTO to VALOR-CUSTO
            move WS-VENDA to VALOR-VENDA
            move WS-DIA   to DIA
                not invalid key
                    add 1 to WS-UPDATED
                    perform GravaMargem
                    move "UPD" to AU-ACTION
                    move WS-AU-ANTES to AU-BEFORE
                    perform WriteAudit
            end-rewrite.

       CreateProduct.
                not invalid key
                    add 1 to WS-ADDED
                    perform GravaMargem
                    move "ADD" to AU-ACTION
                    move spaces to AU-BEFORE
                    perform WriteAudit
            end-write.

       WriteAudit.
            move "ESTOQUE.DAT" to AU-FILE
            move SKU           to AU-KEY
            move "BATCH"       to AU-OPERATOR
            move PRODUTO       to AU-AFTER
            call "auditlog" using WS-AU-AREA.

       NextSku.
            move high-values to SKU
            start ARQUIVO-ESTOQUE key is less than SKU
