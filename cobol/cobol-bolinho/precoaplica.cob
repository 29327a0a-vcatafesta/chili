      *> MARGEM.DAT row with the same formula P-GRAVA-MARGEM uses, and
      *> appends the change to the existing PRECO.LOG trail so
      *> scheduled and manual changes share one audit history. Applied
      *> rows are deleted from the future-price file. Each reprice
      *> also goes through auditlog.cob for rollfwd.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FL-PROGRAM   pic x(12).
           05 FL-OPERATOR  pic x(10).
           05 FL-OK        pic x.
       01 WS-AU-AREA.
           05 AU-FILE      pic x(12).
           05 AU-KEY       pic x(20).
           05 AU-OPERATOR  pic x(10).
           05 AU-ACTION    pic x(03).
           05 AU-BEFORE    pic x(100).
           05 AU-AFTER     pic x(100).
       01 ESTOQUE-FS       pic xx.
       01 MARGEM-FS        pic xx.
       01 PRECOFUT-FS      pic xx.
                    display "** SKU " SKU " scheduled but not on file"
                not invalid key
                    move VALOR-VENDA to WS-VENDA-ANTIGA
                    move PRODUTO to AU-BEFORE
                    move AP-VENDA (WS-AP-IDX) to VALOR-VENDA
                    rewrite PRODUTO
                        invalid key
                            display "** unable to reprice SKU " SKU
                        not invalid key
                            add 1 to WS-APLICADOS
                            move "ESTOQUE.DAT" to AU-FILE
                            move SKU           to AU-KEY
                            move "BATCH"       to AU-OPERATOR
                            move "UPD"         to AU-ACTION
                            move PRODUTO       to AU-AFTER
                            call "auditlog" using WS-AU-AREA
                            perform LogPrecoLinha
                            perform GravaMargem
                            move AP-SKU (WS-AP-IDX)  to PF-SKU
