       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. docvalid.
       AUTHOR. VILMAR CATAFESTA.
      *> Check-digit test of a customer's tax document, kept in one
      *> place for customerindexed.cob, custimp.cob and custdoc.cob.
      *> The document comes in as typed - punctuation (. - /) and
      *> blanks are dropped - and goes back as digits only:
      *>   11 digits  CPF  (DV-TIPO F), both check digits mod 11 with
      *>              weights 10..2 and 11..2;
      *>   14 digits  CNPJ (DV-TIPO J), both check digits mod 11 with
      *>              weights 5..2,9..2 and 6..2,9..2;
      *> a remainder under 2 gives check digit 0, otherwise 11 minus
      *> the remainder. A number of one repeated digit passes the
      *> arithmetic but is no real document and is refused.
      *> DV-OK 'Y' valid, 'N' not; DV-MOTIVO says why.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-IDX           pic 99.
       01 WS-QTD           pic 99.
       01 WS-CH            pic x.
       01 WS-DIGITOS       pic x(14).
       01 WS-DIG-TAB redefines WS-DIGITOS.
           02 WS-DIG       pic 9 occurs 14 times.
       01 WS-SOMA          pic 9(04).
       01 WS-QUOC          pic 9(04).
       01 WS-RESTO         pic 9(02).
       01 WS-DV            pic 9.
       01 WS-PESO          pic 99.
       01 WS-LIMITE        pic 99.
       01 WS-IGUAIS        pic x.

       LINKAGE SECTION.
       01 DV-AREA.
           05 DV-ENTRADA   pic x(18).
           05 DV-TIPO      pic x.
           05 DV-DOC       pic x(14).
           05 DV-OK        pic x.
           05 DV-MOTIVO    pic x(30).

       PROCEDURE DIVISION USING DV-AREA.
       001-Main.
            move 'N'    to DV-OK
            move spaces to DV-TIPO DV-DOC DV-MOTIVO
            move spaces to WS-DIGITOS
            move zeros  to WS-QTD
            perform varying WS-IDX from 1 by 1 until WS-IDX > 18
                move DV-ENTRADA(WS-IDX:1) to WS-CH
                evaluate true
                    when WS-CH >= "0" and WS-CH <= "9"
                        add 1 to WS-QTD
                        if WS-QTD <= 14
                            move WS-CH to WS-DIGITOS(WS-QTD:1)
                        end-if
                    when WS-CH = "." or WS-CH = "-" or WS-CH = "/"
                            or WS-CH = space
                        continue
                    when other
                        move "caractere invalido" to DV-MOTIVO
                        goback
                end-evaluate
            end-perform
            evaluate WS-QTD
                when 11
                    move 'F' to DV-TIPO
                when 14
                    move 'J' to DV-TIPO
                when other
                    move "nem 11 (CPF) nem 14 (CNPJ) digitos"
                        to DV-MOTIVO
                    goback
            end-evaluate
            move WS-DIGITOS to DV-DOC
            move 'S' to WS-IGUAIS
            perform varying WS-IDX from 2 by 1 until WS-IDX > WS-QTD
                if WS-DIG (WS-IDX) not = WS-DIG (1)
                    move 'N' to WS-IGUAIS
                end-if
            end-perform
            if WS-IGUAIS = 'S'
                move "digitos todos iguais" to DV-MOTIVO
                goback
            end-if
            if DV-TIPO = 'F'
                perform CheckCpf
            else
                perform CheckCnpj
            end-if
            goback.

      *> First check digit over the first nine, second over ten.
       CheckCpf.
            move 9 to WS-LIMITE
            perform CpfDigit
            if WS-DV not = WS-DIG (10)
                move "1o digito do CPF nao confere" to DV-MOTIVO
                exit paragraph
            end-if
            move 10 to WS-LIMITE
            perform CpfDigit
            if WS-DV not = WS-DIG (11)
                move "2o digito do CPF nao confere" to DV-MOTIVO
                exit paragraph
            end-if
            move 'Y' to DV-OK.

       CpfDigit.
            move zeros to WS-SOMA
            compute WS-PESO = WS-LIMITE + 1
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-LIMITE
                compute WS-SOMA = WS-SOMA + WS-DIG (WS-IDX) * WS-PESO
                subtract 1 from WS-PESO
            end-perform
            perform DigitFromSum.

      *> Weights run down to 2 and wrap round to 9.
       CheckCnpj.
            move 12 to WS-LIMITE
            perform CnpjDigit
            if WS-DV not = WS-DIG (13)
                move "1o digito do CNPJ nao confere" to DV-MOTIVO
                exit paragraph
            end-if
            move 13 to WS-LIMITE
            perform CnpjDigit
            if WS-DV not = WS-DIG (14)
                move "2o digito do CNPJ nao confere" to DV-MOTIVO
                exit paragraph
            end-if
            move 'Y' to DV-OK.

       CnpjDigit.
            move zeros to WS-SOMA
            compute WS-PESO = WS-LIMITE - 7
            perform varying WS-IDX from 1 by 1 until WS-IDX > WS-LIMITE
                compute WS-SOMA = WS-SOMA + WS-DIG (WS-IDX) * WS-PESO
                if WS-PESO = 2
                    move 9 to WS-PESO
                else
                    subtract 1 from WS-PESO
                end-if
            end-perform
            perform DigitFromSum.

       DigitFromSum.
            divide WS-SOMA by 11 giving WS-QUOC remainder WS-RESTO
            if WS-RESTO < 2
                move 0 to WS-DV
            else
                compute WS-DV = 11 - WS-RESTO
            end-if.

       END PROGRAM docvalid.
