       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prevaprov.
       AUTHOR. VILMAR CATAFESTA.
      *> Supervisor review of the demand-forecast proposals that
      *> prevdem.cob leaves in PREVDEM.DAT. Each pending line is shown
      *> with the current and the proposed value; only the lines the
      *> supervisor accepts are applied - the reorder point goes to
      *> PONTOREP.DAT (read by the BOLINHO reorder alert and purchase
      *> order run), the store minimum and target to LOJAMIN.DAT (read
      *> by repoe.cob). Every applied line is written to the audit
      *> trail through auditlog.cob and marked 'A' with the approver;
      *> rejected lines are marked 'R' so the next review does not
      *> show them again. Operators below supervisor level are turned
      *> away and the attempt is logged, as in pagmnt.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PREVDEM ASSIGN TO "PREVDEM.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS PV-CHAVE
                         FILE STATUS  IS PREVDEM-FS.
           SELECT ARQUIVO-PONTOREP ASSIGN TO "PONTOREP.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS RP-SKU
                         FILE STATUS  IS PONTOREP-FS.
           SELECT ARQUIVO-LOJAMIN ASSIGN TO DISK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS LM-CHAVE
                         FILE STATUS  IS LOJAMIN-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PREVDEM.
       01 PREVISAO.
           05 PV-CHAVE.
               10 PV-SKU       PIC 9(04).
               10 PV-TIPO      PIC X(01).
               10 PV-LOJA      PIC 9(02).
           05 PV-DATA          PIC 9(08).
           05 PV-MEDIA         PIC 9(04)V99.
           05 PV-FATOR-SAZ     PIC 9V99.
           05 PV-FATOR-DIA     PIC 9V99.
           05 PV-PRAZO         PIC 9(03).
           05 PV-ATUAL-MIN     PIC 9(04).
           05 PV-ATUAL-ALVO    PIC 9(04).
           05 PV-NOVO-MIN      PIC 9(04).
           05 PV-NOVO-ALVO     PIC 9(04).
           05 PV-SITUACAO      PIC X(01).
           05 PV-APROVADOR     PIC X(10).

       FD ARQUIVO-PONTOREP.
       01 PONTO-REPOSICAO.
           05 RP-SKU           PIC 9(04).
           05 RP-PONTO         PIC 9(04).
           05 RP-DATA          PIC 9(08).
           05 RP-APROVADOR     PIC X(10).

       FD ARQUIVO-LOJAMIN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOJAMIN.DAT".
       01 LOJA-MINIMO.
           05 LM-CHAVE.
               10 LM-LOJA      PIC 9(02).
               10 LM-SKU       PIC 9(04).
           05 LM-MIN           PIC 9(04).
           05 LM-ALVO          PIC 9(04).

       WORKING-STORAGE SECTION.
       01 PREVDEM-FS       pic xx.
       01 PONTOREP-FS      pic xx.
       01 LOJAMIN-FS       pic xx.
       01 Choice           pic 9.
       01 StayOpen         pic x value 'Y'.
       01 WS-EOF           pic x.
       01 WS-FILES-OK      pic x value 'Y'.
       01 WS-RESPOSTA      pic x.
       01 WS-HOJE-DATA     pic 9(08).
       01 WS-SKU-FILTRO    pic 9(04).
       01 WS-PENDENTES     pic 9(05).
       01 WS-ACEITAS       pic 9(05).
       01 WS-RECUSADAS     pic 9(05).

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

       PROCEDURE DIVISION.
       001-Main.
            move 'L' to SG-FUNC
            call "signon" using WS-SG-AREA
            if SG-OK not = 'Y'
                stop run
            end-if
            if SG-LEVEL < 9
                display "Supervisor level required to apply the forecast"
                move 'D' to SG-FUNC
                move "FORECAST APPLY" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            perform OpenFiles
            if WS-FILES-OK = 'Y'
                perform until StayOpen = 'N'
                    display ' '
                    display "PREVISAO DE DEMANDA - APROVACAO"
                    display "-------------------------------"
                    display "1 - Listar propostas pendentes"
                    display "2 - Revisar propostas (aceitar/recusar)"
                    display "0 - Sair"
                    display ' '
                    display "Opcao : " with no advancing
                    accept Choice
                    evaluate Choice
                        when 1 perform ListPending
                        when 2 perform ReviewPending
                        when other move 'N' to StayOpen
                    end-evaluate
                end-perform
            end-if
            perform CloseFiles
            stop run.

       OpenFiles.
            accept WS-HOJE-DATA from date yyyymmdd
            open i-o ARQUIVO-PREVDEM
            if PREVDEM-FS not = "00"
                display "No forecast proposals on file (run prevdem), status "
                    PREVDEM-FS
                move 'N' to WS-FILES-OK
                exit paragraph
            end-if
            open i-o ARQUIVO-PONTOREP
            if PONTOREP-FS = "30" or PONTOREP-FS = "35"
                open output ARQUIVO-PONTOREP
                close ARQUIVO-PONTOREP
                open i-o ARQUIVO-PONTOREP
            end-if
            if PONTOREP-FS not = "00"
                display "** ERROR ** unable to open PONTOREP.DAT, status " PONTOREP-FS
                move 'N' to WS-FILES-OK
            end-if
            open i-o ARQUIVO-LOJAMIN
            if LOJAMIN-FS = "30" or LOJAMIN-FS = "35"
                open output ARQUIVO-LOJAMIN
                close ARQUIVO-LOJAMIN
                open i-o ARQUIVO-LOJAMIN
            end-if
            if LOJAMIN-FS not = "00"
                display "** ERROR ** unable to open LOJAMIN.DAT, status " LOJAMIN-FS
                move 'N' to WS-FILES-OK
            end-if.

       CloseFiles.
            if WS-FILES-OK = 'Y'
                close ARQUIVO-PREVDEM
                close ARQUIVO-PONTOREP
                close ARQUIVO-LOJAMIN
            end-if.

       ListPending.
            move zeros to WS-PENDENTES
            move 'N' to WS-EOF
            move low-values to PV-CHAVE
            start ARQUIVO-PREVDEM key is >= PV-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            display "SKU  TIPO LJ  DEM/DIA SAZ  DIA  PRAZO ATUAL     NOVO"
            perform until WS-EOF = 'Y'
                read ARQUIVO-PREVDEM next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and PV-SITUACAO = 'P'
                    add 1 to WS-PENDENTES
                    perform ShowProposal
                end-if
            end-perform
            display "Pendentes : " WS-PENDENTES.

       ShowProposal.
            if PV-TIPO = 'R'
                display PV-SKU " PONTO    " PV-MEDIA " " PV-FATOR-SAZ " "
                    PV-FATOR-DIA " " PV-PRAZO "   " PV-ATUAL-MIN
                    "      " PV-NOVO-MIN
            else
                display PV-SKU " LOJA " PV-LOJA "  " PV-MEDIA " "
                    PV-FATOR-SAZ " " PV-FATOR-DIA " " PV-PRAZO "   "
                    PV-ATUAL-MIN "/" PV-ATUAL-ALVO " " PV-NOVO-MIN "/"
                    PV-NOVO-ALVO
            end-if.

      *> Walks the pending lines (all, or one SKU): S applies the
      *> line, N rejects it, ENTER leaves it pending, F stops.
       ReviewPending.
            move zeros to WS-ACEITAS WS-RECUSADAS
            display "SKU (0 = todos) : " with no advancing
            accept WS-SKU-FILTRO
            move 'N' to WS-EOF
            move low-values to PV-CHAVE
            if WS-SKU-FILTRO not = zeros
                move WS-SKU-FILTRO to PV-SKU
            end-if
            start ARQUIVO-PREVDEM key is >= PV-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ARQUIVO-PREVDEM next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if WS-SKU-FILTRO not = zeros
                            and PV-SKU not = WS-SKU-FILTRO
                        move 'Y' to WS-EOF
                    else
                        if PV-SITUACAO = 'P'
                            perform ReviewOne
                        end-if
                    end-if
                end-if
            end-perform
            display "Aceitas  : " WS-ACEITAS
            display "Recusadas: " WS-RECUSADAS.

       ReviewOne.
            perform ShowProposal
            display "Aplicar? (S/N, ENTER = depois, F = fim): "
                with no advancing
            move space to WS-RESPOSTA
            accept WS-RESPOSTA
            evaluate WS-RESPOSTA
                when 'S' when 's'
                    if PV-TIPO = 'R'
                        perform ApplyReorderPoint
                    else
                        perform ApplyStoreMin
                    end-if
                when 'N' when 'n'
                    move 'R' to PV-SITUACAO
                    move SG-OPERATOR to PV-APROVADOR
                    rewrite PREVISAO
                        invalid key display "** unable to mark proposal"
                        not invalid key add 1 to WS-RECUSADAS
                    end-rewrite
                when 'F' when 'f'
                    move 'Y' to WS-EOF
                when other
                    continue
            end-evaluate.

       ApplyReorderPoint.
            move PV-SKU to RP-SKU
            read ARQUIVO-PONTOREP
                invalid key
                    move spaces to AU-BEFORE
                    move "ADD" to AU-ACTION
                not invalid key
                    move PONTO-REPOSICAO to AU-BEFORE
                    move "UPD" to AU-ACTION
            end-read
            move PV-SKU       to RP-SKU
            move PV-NOVO-MIN  to RP-PONTO
            move WS-HOJE-DATA to RP-DATA
            move SG-OPERATOR  to RP-APROVADOR
            if AU-ACTION = "ADD"
                write PONTO-REPOSICAO
                    invalid key
                        display "** unable to save reorder point"
                        exit paragraph
                end-write
            else
                rewrite PONTO-REPOSICAO
                    invalid key
                        display "** unable to save reorder point"
                        exit paragraph
                end-rewrite
            end-if
            move "PONTOREP.DAT"  to AU-FILE
            move RP-SKU          to AU-KEY
            move PONTO-REPOSICAO to AU-AFTER
            perform MarkAccepted.

       ApplyStoreMin.
            move PV-LOJA to LM-LOJA
            move PV-SKU  to LM-SKU
            read ARQUIVO-LOJAMIN
                invalid key
                    move spaces to AU-BEFORE
                    move "ADD" to AU-ACTION
                not invalid key
                    move LOJA-MINIMO to AU-BEFORE
                    move "UPD" to AU-ACTION
            end-read
            move PV-LOJA      to LM-LOJA
            move PV-SKU       to LM-SKU
            move PV-NOVO-MIN  to LM-MIN
            move PV-NOVO-ALVO to LM-ALVO
            if AU-ACTION = "ADD"
                write LOJA-MINIMO
                    invalid key
                        display "** unable to save store minimum"
                        exit paragraph
                end-write
            else
                rewrite LOJA-MINIMO
                    invalid key
                        display "** unable to save store minimum"
                        exit paragraph
                end-rewrite
            end-if
            move "LOJAMIN.DAT" to AU-FILE
            move LM-CHAVE      to AU-KEY
            move LOJA-MINIMO   to AU-AFTER
            perform MarkAccepted.

       MarkAccepted.
            move SG-OPERATOR to AU-OPERATOR
            call "auditlog" using WS-AU-AREA
            move 'A' to PV-SITUACAO
            move SG-OPERATOR to PV-APROVADOR
            rewrite PREVISAO
                invalid key display "** unable to mark proposal"
                not invalid key add 1 to WS-ACEITAS
            end-rewrite.

       END PROGRAM prevaprov.
