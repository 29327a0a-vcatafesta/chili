       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgpd.
       AUTHOR. VILMAR CATAFESTA.
      *> Data-subject requests under the LGPD, for one customer found
      *> by IDNum, by phone (CLIXREF.DAT) or by name:
      *>   R - report: every record held about the person, file by
      *>       file, and what the shop keeps it for, written to
      *>       LGPD<IDNum>_<yymmdd>.rpt for the answer to the
      *>       customer;
      *>   E - erasure: supervisor sign-on, no open receivable, and
      *>       ERASE typed to confirm. Personal fields are
      *>       anonymized everywhere:
      *>         customer.dat   name and CPF/CNPJ cleared, inactive
      *>         CLIXREF.DAT    phone link deleted
      *>         CLIENTES.DAT   name and e-mail cleared on the phone
      *>         DADOS.DAT      address book entries deleted
      *>         CADASTRO.DAT   same-name entries the operator
      *>                        confirms: name, address, CEP cleared
      *>         CONTATO.DAT    contact notes cleared (dates kept)
      *>         FIDELID.DAT    loyalty points deleted
      *>         DUNNING.DAT    collection stage deleted
      *>         STURESP.DAT    student responsibility links deleted
      *>         AUDIT.DAT      before/after images of those files
      *>                        masked, live log and the monthly
      *>                        generations logroll.cob keeps
      *>       FATURA.DAT, CONTASREC.DAT and CREDNOTA.DAT are fiscal
      *>       records the law makes us keep: they are counted, never
      *>       changed - numbers, values and the IDNum stay.
      *>       The erasure is proven by a line on LGPD.LOG, an
      *>       auditlog.cob entry and the report of what was done,
      *>       none of which carries the erased data.
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
           SELECT XrefFile ASSIGN TO "CLIXREF.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS XR-IDNUM
                         ALTERNATE RECORD KEY IS XR-FONE
                             WITH DUPLICATES
                         FILE STATUS  IS XREF-FS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CLIENTES-CHAVE
                         FILE STATUS  IS CLIENTES-FS.
           SELECT DadosArquivo ASSIGN TO "DADOS.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DD-NOME
                         FILE STATUS  IS DADOS-FS.
           SELECT Cadastro ASSIGN TO "CADASTRO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CA-CODI
                         FILE STATUS  IS CAD-FS.
           SELECT ContatoFile ASSIGN TO "CONTATO.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CN-CHAVE
                         FILE STATUS  IS CN-FS.
           SELECT FidelidFile ASSIGN TO "FIDELID.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FD-CLIENTE
                         FILE STATUS  IS FID-FS.
           SELECT DunningFile ASSIGN TO "DUNNING.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS DN-CLIENTE
                         FILE STATUS  IS DUN-FS.
           SELECT RespFile ASSIGN TO "STURESP.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS SR-STUDENT
                         FILE STATUS  IS RESP-FS.
           SELECT FaturaFile ASSIGN TO "FATURA.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS FAT-NUM
                         FILE STATUS  IS FAT-FS.
           SELECT ReceivFile ASSIGN TO "CONTASREC.DAT"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY   IS CR-CHAVE
                         FILE STATUS  IS CR-FS.
           SELECT CredNota ASSIGN TO "CREDNOTA.DAT"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS NC-FS.
           SELECT AuditIn ASSIGN TO WS-AUD-NAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS AUD-FS.
           SELECT AuditOut ASSIGN TO "AUDIT.LGPD"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS AUDO-FS.
           SELECT LgpdLog ASSIGN TO "LGPD.LOG"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS  IS LOG-FS.
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

       FD XrefFile.
       01 XrefData.
            02 XR-IDNUM  pic 9(08).
            02 XR-FONE   pic 9(09).

       FD CLIENTES.
       01 CLIENTES-REG.
           05 CLIENTES-CHAVE.
               10 CLIENTES-FONE PIC 9(09).
           05 CLIENTES-NOME     PIC X(30).
           05 CLIENTES-EMAIL    PIC X(40).

       FD DadosArquivo.
       01 DadosRegistro.
           05 DD-NOME      PIC X(30).
           05 DD-ENDERECO  PIC X(50).
           05 DD-CIDADE    PIC X(20).
           05 DD-ESTADO    PIC X(2).
           05 DD-IDNUM     PIC 9(08).

       FD Cadastro.
       01 CA-REGISTRO.
              03 CA-CODI PIC 9(06).
              03 CA-DATA PIC X(10).
              03 CA-NOME PIC X(40).
              03 CA-ENDE PIC X(40).
              03 CA-CIDA PIC X(25).
              03 CA-ESTA PIC X(02).
              03 CA-CEP  PIC 9(08).

       FD ContatoFile.
       01 ContatoData.
            02 CN-CHAVE.
               03 CN-CLIENTE pic 9(08).
               03 CN-DATA    pic 9(08).
               03 CN-HORA    pic 9(06).
            02 CN-OPERADOR pic x(10).
            02 CN-TIPO     pic x.
            02 CN-NOTA     pic x(60).

       FD FidelidFile.
       01 FidelidData.
            02 FD-CLIENTE  pic 9(08).
            02 FD-PONTOS   pic 9(06).

       FD DunningFile.
       01 DunningData.
            02 DN-CLIENTE pic 9(08).
            02 DN-NIVEL   pic 9.
            02 DN-DATA    pic 9(08).

       FD RespFile.
       01 RespData.
            02 SR-STUDENT pic 9(05).
            02 SR-IDNUM   pic 9(08).

       FD FaturaFile.
       01 FaturaData.
            02 FAT-NUM      pic 9(06).
            02 FAT-CLIENTE  pic 9(08).
            02 FAT-DATA     pic 9(08).
            02 FAT-TOTAL    pic 9(06)V99.
            02 FAT-IMPOSTO  pic 9(06)V99.

       FD ReceivFile.
       01 ReceivData.
            02 CR-CHAVE.
               03 CR-CLIENTE pic 9(08).
               03 CR-FATURA  pic 9(06).
            02 CR-VALOR-ORIG pic 9(06)V99.
            02 CR-VALOR-PAGO pic 9(06)V99.
            02 CR-VENCIMENTO pic 9(08).

       FD CredNota.
       01 CredNotaRec      pic x(130).

       FD AuditIn.
       01 AuditInRec       pic x(270).

       FD AuditOut.
       01 AuditOutRec      pic x(270).

       FD LgpdLog.
       01 LgpdLogRec       pic x(160).

       FD ReportFile.
       01 ReportLine       pic x(100).

       WORKING-STORAGE SECTION.
       01 CUST-FS          pic 99.
       01 XREF-FS          pic xx.
       01 CLIENTES-FS      pic 99.
       01 DADOS-FS         pic xx.
       01 CAD-FS           pic xx.
       01 CN-FS            pic xx.
       01 FID-FS           pic xx.
       01 DUN-FS           pic xx.
       01 RESP-FS          pic xx.
       01 FAT-FS           pic xx.
       01 CR-FS            pic xx.
       01 NC-FS            pic xx.
       01 AUD-FS           pic xx.
       01 AUDO-FS          pic xx.
       01 LOG-FS           pic xx.
       01 REP-FS           pic xx.
       01 WS-EOF           pic x.
       01 WS-MODO          pic x.
       01 WS-BUSCA-TIPO    pic x.
       01 WS-BUSCA         pic x(30).
       01 WS-BUSCA-LEN     pic 99.
       01 WS-FONE-IN       pic 9(09).
       01 WS-CONFIRM       pic x(10).
       01 WS-RESPOSTA      pic x.
       01 WS-ACHOU         pic x.
       01 WS-RUN-DATE      pic 9(08).
       01 WS-RUN-TIME      pic 9(08).
       01 WS-REP-FILENAME  pic x(24).
       01 WS-NOME-NORM     pic x(32).
       01 WS-NOME-CAD      pic x(42).
       01 WS-NOME-WORK     pic x(42).
       01 WS-SECAO         pic x(60).
       01 WS-DETALHE       pic x(90).
       01 WS-HITS          pic 9(04).
       01 WS-LEN           pic 99.
       01 WS-RC            pic s9(9) comp-5.
       01 WS-FILE-INFO     pic x(64).
       01 WS-AUD-NAME      pic x(24).
       01 WS-PROBE-ANO     pic 9(04).
       01 WS-PROBE-MES     pic 9(02).
       01 WS-PROBE-PERIODO pic 9(06).
       01 WS-BACK          pic 9(02).
       01 WS-AUD-MASKED    pic 9(05).
       01 WS-EM-ABERTO     pic 9(07)V99 value zeros.
       01 WS-VALOR-ED      pic z,zzz,zz9.99.

      *> The subject, as found before anything is touched.
       01 WS-ID            pic 9(08) value zeros.
       01 WS-ID-TXT redefines WS-ID pic x(08).
       01 WS-NOME-CHAVE    pic x(30).
       01 WS-DOC           pic x(14).
       01 WS-DOC-TIPO      pic x.
       01 WS-STATUS        pic x.
       01 WS-FONE          pic 9(09) value zeros.
       01 WS-FONE-TXT redefines WS-FONE pic x(09).
       01 WS-DD-QTD        pic 99 value zeros.
       01 WS-DD-IDX        pic 99.
       01 WS-DD-TAB.
           02 WS-DD-ITEM occurs 20 times.
               05 WS-DD-CHAVE  pic x(30).

      *> Records found (R) or anonymized (E), file by file.
       01 WS-CONTAGEM.
           02 CT-CUSTOMER  pic 9(04) value zeros.
           02 CT-XREF      pic 9(04) value zeros.
           02 CT-CLIENTES  pic 9(04) value zeros.
           02 CT-DADOS     pic 9(04) value zeros.
           02 CT-CADASTRO  pic 9(04) value zeros.
           02 CT-CONTATO   pic 9(04) value zeros.
           02 CT-FIDELID   pic 9(04) value zeros.
           02 CT-DUNNING   pic 9(04) value zeros.
           02 CT-STURESP   pic 9(04) value zeros.
           02 CT-AUDIT     pic 9(05) value zeros.
           02 CT-FATURA    pic 9(04) value zeros.
           02 CT-CONTASREC pic 9(04) value zeros.
           02 CT-CREDNOTA  pic 9(04) value zeros.

       01 WS-AUDIT-LINE.
           05 AL-DATE      pic 9(08).
           05 FILLER       pic x.
           05 AL-TIME      pic 9(06).
           05 FILLER       pic x.
           05 AL-FILE      pic x(12).
           05 FILLER       pic x.
           05 AL-KEY       pic x(20).
           05 FILLER       pic x.
           05 AL-OPERATOR  pic x(10).
           05 FILLER       pic x.
           05 AL-ACTION    pic x(03).
           05 FILLER       pic x.
           05 AL-BEFORE    pic x(100).
           05 FILLER       pic x.
           05 AL-AFTER     pic x(100).

       01 WS-NC-IN         pic x(130).
       01 WS-NC-IN-R redefines WS-NC-IN.
           05 NCI-DATA     pic x(08).
           05 FILLER       pic x(14).
           05 NCI-FATURA   pic 9(06).
           05 FILLER       pic x(09).
           05 NCI-CLIENTE  pic x(08).
           05 FILLER       pic x(85).

       01 WS-LOG-LINE.
           02 LG-DATA      pic 9(08).
           02 FILLER       pic x value space.
           02 LG-HORA      pic 9(06).
           02 FILLER       pic x(07) value " IDNUM ".
           02 LG-ID        pic 9(08).
           02 FILLER       pic x(04) value " OP ".
           02 LG-OPERADOR  pic x(10).
           02 FILLER       pic x(13) value " ANONIMIZADO ".
           02 LG-CONTAGEM  pic x(100).
           02 FILLER       pic x(03) value spaces.

       01 WS-RC-AREA.
           02 RC-REPORT    pic x(20).
           02 RC-PROGRAM   pic x(12).
           02 RC-FILENAME  pic x(24).
           02 RC-COUNT     pic 9(07).

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
            accept WS-RUN-DATE from date yyyymmdd
            accept WS-RUN-TIME from time
            open input CustomerFile
            if CUST-FS not = 00
                display "** ERROR ** unable to open customer.dat, status " CUST-FS
                stop run
            end-if
            perform FindSubject
            close CustomerFile
            if WS-ID = zeros
                display "No customer selected - nothing done."
                stop run
            end-if
            display ' '
            display "R - report of the data held, E - erase (anonymize): "
                with no advancing
            accept WS-MODO
            move function upper-case(WS-MODO) to WS-MODO
            evaluate WS-MODO
                when 'R'
                    continue
                when 'E'
                    perform CheckErasure
                when other
                    display "Nothing done."
                    stop run
            end-evaluate
            perform OpenReport
            perform DoXref
            perform DoCustomer
            perform DoClientes
            perform DoDados
            perform DoCadastro
            perform DoContato
            perform DoFidelid
            perform DoDunning
            perform DoStuResp
            perform DoAudit
            perform DoFiscal
            perform CloseReport
            if WS-MODO = 'E'
                perform LogErasure
            end-if
            stop run.

      *>----------------------------------------------------------
      *> Finding the person
      *>----------------------------------------------------------
       FindSubject.
            display "Find customer by  1 - IDNum  2 - phone  3 - name : "
                with no advancing
            accept WS-BUSCA-TIPO
            evaluate WS-BUSCA-TIPO
                when '1'
                    display "IDNum : " with no advancing
                    accept WS-ID
                when '2'
                    perform FindByPhone
                when '3'
                    perform FindByName
                when other
                    move zeros to WS-ID
            end-evaluate
            if WS-ID = zeros
                exit paragraph
            end-if
            move WS-ID to IDNum
            read CustomerFile
                invalid key
                    display "IDNum " WS-ID " not on customer.dat."
                    move zeros to WS-ID
                    exit paragraph
            end-read
            move CustomerData (9:30) to WS-NOME-CHAVE
            move CustDoc     to WS-DOC
            move CustDocTipo to WS-DOC-TIPO
            move CustStatus  to WS-STATUS
            move spaces to WS-NOME-NORM
            string function trim(FirstName) delimited by size
                   " "                      delimited by size
                   function trim(LastName)  delimited by size
                into WS-NOME-NORM
            end-string
            move function upper-case(WS-NOME-NORM) to WS-NOME-NORM
            display "Customer : " IDNum " " FirstName " " LastName.

       FindByPhone.
            move zeros to WS-ID
            display "Phone : " with no advancing
            accept WS-FONE-IN
            open input XrefFile
            if XREF-FS not = "00"
                display "CLIXREF.DAT not available, status " XREF-FS
                exit paragraph
            end-if
            move WS-FONE-IN to XR-FONE
            read XrefFile key is XR-FONE
                invalid key
                    display "Phone not linked to any customer."
                not invalid key
                    move XR-IDNUM to WS-ID
            end-read
            close XrefFile.

       FindByName.
            move zeros to WS-ID
            display "Name (or part of it) : " with no advancing
            move spaces to WS-BUSCA
            accept WS-BUSCA
            move function upper-case(function trim(WS-BUSCA)) to WS-BUSCA
            if WS-BUSCA = spaces
                exit paragraph
            end-if
            move zeros to WS-BUSCA-LEN
            inspect WS-BUSCA tallying WS-BUSCA-LEN
                for characters before initial "  "
            move 'N' to WS-EOF
            move 'N' to WS-ACHOU
            move low-values to IDNum
            start CustomerFile key is >= IDNum
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read CustomerFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    move spaces to WS-NOME-WORK
                    string function trim(FirstName) delimited by size
                           " "                      delimited by size
                           function trim(LastName)  delimited by size
                        into WS-NOME-WORK
                    end-string
                    move function upper-case(WS-NOME-WORK) to WS-NOME-WORK
                    move zeros to WS-HITS
                    inspect WS-NOME-WORK tallying WS-HITS
                        for all WS-BUSCA (1:WS-BUSCA-LEN)
                    if WS-HITS > zeros
                        move 'Y' to WS-ACHOU
                        display "  " IDNum " " FirstName " " LastName
                            " " CustStatus
                    end-if
                end-if
            end-perform
            if WS-ACHOU = 'N'
                display "No customer by that name."
                exit paragraph
            end-if
            display "IDNum (0 = none of these) : " with no advancing
            accept WS-ID.

      *>----------------------------------------------------------
      *> Erasure gate: supervisor, nothing owed, typed confirmation
      *>----------------------------------------------------------
       CheckErasure.
            if SG-LEVEL < 9
                display "Supervisor level required to erase customer"
                    " data."
                move 'D' to SG-FUNC
                move "LGPD ERASURE" to SG-DETAIL
                call "signon" using WS-SG-AREA
                stop run
            end-if
            open input ReceivFile
            if CR-FS = "00"
                move 'N' to WS-EOF
                move WS-ID to CR-CLIENTE
                move zeros to CR-FATURA
                start ReceivFile key is >= CR-CHAVE
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read ReceivFile next record
                        at end move 'Y' to WS-EOF
                    end-read
                    if WS-EOF = 'N'
                        if CR-CLIENTE not = WS-ID
                            move 'Y' to WS-EOF
                        else
                            if CR-VALOR-ORIG > CR-VALOR-PAGO
                                compute WS-EM-ABERTO = WS-EM-ABERTO
                                    + CR-VALOR-ORIG - CR-VALOR-PAGO
                            end-if
                        end-if
                    end-if
                end-perform
                close ReceivFile
            end-if
            if WS-EM-ABERTO > zeros
                move WS-EM-ABERTO to WS-VALOR-ED
                display "Customer still owes " WS-VALOR-ED
                    " - the data is needed to collect it."
                display "Erasure refused until the receivables are"
                    " settled or written off."
                stop run
            end-if
            display "Personal data of IDNum " WS-ID
                " will be anonymized in every file."
            display "Invoices, receivables and credit notes keep"
                " their numbers and values."
            display "Type ERASE to confirm: " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM not = "ERASE"
                display "Erasure not confirmed - nothing changed."
                stop run
            end-if.

      *>----------------------------------------------------------
      *> Report
      *>----------------------------------------------------------
       OpenReport.
            move spaces to WS-REP-FILENAME
            string "LGPD" delimited by size
                   WS-ID delimited by size
                   "_" delimited by size
                   WS-RUN-DATE (3:6) delimited by size
                   ".rpt" delimited by size
                into WS-REP-FILENAME
            end-string
            open output ReportFile
            move spaces to ReportLine
            if WS-MODO = 'R'
                string "DADOS PESSOAIS MANTIDOS - CLIENTE " delimited by size
                       WS-ID delimited by size
                       " - EM " delimited by size
                       WS-RUN-DATE delimited by size
                    into ReportLine
                end-string
            else
                string "ANONIMIZACAO LGPD - CLIENTE " delimited by size
                       WS-ID delimited by size
                       " - EM " delimited by size
                       WS-RUN-DATE delimited by size
                       " - OPERADOR " delimited by size
                       SG-OPERATOR delimited by size
                    into ReportLine
                end-string
            end-if
            write ReportLine.

      *> Section heading: file and what it is kept for.
       SectionHead.
            move spaces to ReportLine
            write ReportLine
            write ReportLine from WS-SECAO
            move all "-" to ReportLine (1:60)
            write ReportLine.

       DetailLine.
            move spaces to ReportLine
            string "  " delimited by size
                   WS-DETALHE delimited by size
                into ReportLine
            end-string
            write ReportLine.

      *> In E mode the sections only carry the count.
       SectionTotal.
            move spaces to ReportLine
            if WS-MODO = 'R'
                string "  registros: " delimited by size
                       WS-HITS delimited by size
                    into ReportLine
                end-string
            else
                string "  anonimizados: " delimited by size
                       WS-HITS delimited by size
                    into ReportLine
                end-string
            end-if
            write ReportLine.

       NotAvailable.
            move spaces to ReportLine
            string "  arquivo indisponivel, status " delimited by size
                   WS-LEN delimited by size
                into ReportLine
            end-string
            write ReportLine.

       CloseReport.
            move spaces to ReportLine
            write ReportLine
            move spaces to ReportLine
            if WS-MODO = 'R'
                move "FIM DO RELATORIO DO TITULAR" to ReportLine
            else
                move "FIM - DADOS FISCAIS MANTIDOS POR OBRIGACAO LEGAL"
                    to ReportLine
            end-if
            write ReportLine
            close ReportFile
            if WS-MODO = 'R'
                move "LGPD TITULAR" to RC-REPORT
            else
                move "LGPD ANONIMIZACAO" to RC-REPORT
            end-if
            move "lgpd" to RC-PROGRAM
            move WS-REP-FILENAME to RC-FILENAME
            compute RC-COUNT = CT-CUSTOMER + CT-XREF + CT-CLIENTES
                + CT-DADOS + CT-CADASTRO + CT-CONTATO + CT-FIDELID
                + CT-DUNNING + CT-STURESP + CT-AUDIT
            call "rptcat" using WS-RC-AREA
            display ' '
            display "Report written to " WS-REP-FILENAME.

      *>----------------------------------------------------------
      *> One paragraph per file holding personal data
      *>----------------------------------------------------------
       DoXref.
            move "CLIXREF.DAT - telefone do cliente (cobranca TELCO)"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o XrefFile
            if XREF-FS not = "00"
                move XREF-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move WS-ID to XR-IDNUM
            read XrefFile
                invalid key
                    continue
                not invalid key
                    move XR-FONE to WS-FONE
                    add 1 to WS-HITS
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string "telefone " XR-FONE
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        delete XrefFile
                            invalid key subtract 1 from WS-HITS
                        end-delete
                    end-if
            end-read
            close XrefFile
            move WS-HITS to CT-XREF
            perform SectionTotal.

       DoCustomer.
            move "customer.dat - cadastro do cliente (faturamento)"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o CustomerFile
            if CUST-FS not = 00
                move CUST-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move WS-ID to IDNum
            read CustomerFile
                invalid key
                    continue
                not invalid key
                    add 1 to WS-HITS
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string "nome " FirstName " " LastName
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                        move spaces to WS-DETALHE
                        string "CPF/CNPJ (" CustDocTipo ") " CustDoc
                               "  situacao " CustStatus
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        move "ANONIMIZADO" to FirstName
                        move spaces to LastName CustDocTipo CustDoc
                        move 'I' to CustStatus
                        rewrite CustomerData
                            invalid key subtract 1 from WS-HITS
                        end-rewrite
                    end-if
            end-read
            close CustomerFile
            move WS-HITS to CT-CUSTOMER
            perform SectionTotal.

       DoClientes.
            move "CLIENTES.DAT - assinante da linha telefonica"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            if WS-FONE = zeros
                perform SectionTotal
                exit paragraph
            end-if
            open i-o CLIENTES
            if CLIENTES-FS not = 00
                move CLIENTES-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move WS-FONE to CLIENTES-FONE
            read CLIENTES
                invalid key
                    continue
                not invalid key
                    add 1 to WS-HITS
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string "nome " CLIENTES-NOME
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                        move spaces to WS-DETALHE
                        string "e-mail " CLIENTES-EMAIL
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        move "ANONIMIZADO" to CLIENTES-NOME
                        move spaces to CLIENTES-EMAIL
                        rewrite CLIENTES-REG
                            invalid key subtract 1 from WS-HITS
                        end-rewrite
                    end-if
            end-read
            close CLIENTES
            move WS-HITS to CT-CLIENTES
            perform SectionTotal.

      *> DADOS.DAT is keyed on the name itself, so its entries go;
      *> the names are kept aside to find their audit images.
       DoDados.
            move "DADOS.DAT - enderecos de entrega e da NF-e"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o DadosArquivo
            if DADOS-FS not = "00"
                move DADOS-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to DD-NOME
            start DadosArquivo key is >= DD-NOME
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read DadosArquivo next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and DD-IDNUM = WS-ID
                    add 1 to WS-HITS
                    if WS-DD-QTD < 20
                        add 1 to WS-DD-QTD
                        move DD-NOME to WS-DD-CHAVE (WS-DD-QTD)
                    end-if
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string DD-NOME delimited by size
                            into WS-DETALHE
                        end-string
                        perform DetailLine
                        move spaces to WS-DETALHE
                        string DD-ENDERECO (1:40) delimited by size
                            into WS-DETALHE
                        end-string
                        perform DetailLine
                        move spaces to WS-DETALHE
                        string DD-CIDADE " " DD-ESTADO
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        delete DadosArquivo
                            invalid key subtract 1 from WS-HITS
                        end-delete
                    end-if
                end-if
            end-perform
            close DadosArquivo
            move WS-HITS to CT-DADOS
            perform SectionTotal.

      *> CADASTRO.DAT has no customer link - same name only, so in
      *> an erasure each entry is confirmed by the operator.
       DoCadastro.
            move "CADASTRO.DAT - enderecos (etiquetas, rotas) - pelo nome"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o Cadastro
            if CAD-FS not = "00"
                move CAD-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to CA-CODI
            start Cadastro key is >= CA-CODI
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read Cadastro next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    move function upper-case(function trim(CA-NOME))
                        to WS-NOME-CAD
                    if WS-NOME-CAD = WS-NOME-NORM
                        perform CadastroOne
                    end-if
                end-if
            end-perform
            close Cadastro
            move WS-HITS to CT-CADASTRO
            perform SectionTotal.

       CadastroOne.
            if WS-MODO = 'R'
                add 1 to WS-HITS
                move spaces to WS-DETALHE
                string "codigo " CA-CODI " " CA-NOME
                    delimited by size into WS-DETALHE
                end-string
                perform DetailLine
                move spaces to WS-DETALHE
                string CA-ENDE delimited by size into WS-DETALHE
                end-string
                perform DetailLine
                move spaces to WS-DETALHE
                string CA-CIDA " " CA-ESTA " " CA-CEP
                    delimited by size into WS-DETALHE
                end-string
                perform DetailLine
                exit paragraph
            end-if
            display "CADASTRO " CA-CODI " " CA-NOME
            display "         " CA-ENDE " " CA-CIDA " " CA-ESTA
            display "Same person? (Y/N) : " with no advancing
            move 'N' to WS-RESPOSTA
            accept WS-RESPOSTA
            move function upper-case(WS-RESPOSTA) to WS-RESPOSTA
            if WS-RESPOSTA not = 'Y'
                exit paragraph
            end-if
            move "ANONIMIZADO" to CA-NOME
            move spaces to CA-ENDE CA-CIDA
            move zeros to CA-CEP
            rewrite CA-REGISTRO
                invalid key continue
                not invalid key add 1 to WS-HITS
            end-rewrite.

       DoContato.
            move "CONTATO.DAT - historico de contatos e cobranca"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o ContatoFile
            if CN-FS not = "00"
                move CN-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move WS-ID to CN-CLIENTE
            move zeros to CN-DATA CN-HORA
            start ContatoFile key is >= CN-CHAVE
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read ContatoFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N'
                    if CN-CLIENTE not = WS-ID
                        move 'Y' to WS-EOF
                    else
                        add 1 to WS-HITS
                        if WS-MODO = 'R'
                            move spaces to WS-DETALHE
                            string CN-DATA " " CN-TIPO " " CN-NOTA
                                delimited by size into WS-DETALHE
                            end-string
                            perform DetailLine
                        else
                            move "ANONIMIZADO" to CN-NOTA
                            rewrite ContatoData
                                invalid key subtract 1 from WS-HITS
                            end-rewrite
                        end-if
                    end-if
                end-if
            end-perform
            close ContatoFile
            move WS-HITS to CT-CONTATO
            perform SectionTotal.

       DoFidelid.
            move "FIDELID.DAT - pontos do programa de fidelidade"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o FidelidFile
            if FID-FS not = "00"
                move FID-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move WS-ID to FD-CLIENTE
            read FidelidFile
                invalid key
                    continue
                not invalid key
                    add 1 to WS-HITS
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string "pontos " FD-PONTOS
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        delete FidelidFile
                            invalid key subtract 1 from WS-HITS
                        end-delete
                    end-if
            end-read
            close FidelidFile
            move WS-HITS to CT-FIDELID
            perform SectionTotal.

       DoDunning.
            move "DUNNING.DAT - etapa da regua de cobranca"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o DunningFile
            if DUN-FS not = "00"
                move DUN-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move WS-ID to DN-CLIENTE
            read DunningFile
                invalid key
                    continue
                not invalid key
                    add 1 to WS-HITS
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string "nivel " DN-NIVEL " desde " DN-DATA
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        delete DunningFile
                            invalid key subtract 1 from WS-HITS
                        end-delete
                    end-if
            end-read
            close DunningFile
            move WS-HITS to CT-DUNNING
            perform SectionTotal.

       DoStuResp.
            move "STURESP.DAT - responsavel financeiro de alunos"
                to WS-SECAO
            perform SectionHead
            move zeros to WS-HITS
            open i-o RespFile
            if RESP-FS not = "00"
                move RESP-FS to WS-LEN
                perform NotAvailable
                exit paragraph
            end-if
            move 'N' to WS-EOF
            move low-values to SR-STUDENT
            start RespFile key is >= SR-STUDENT
                invalid key move 'Y' to WS-EOF
            end-start
            perform until WS-EOF = 'Y'
                read RespFile next record
                    at end move 'Y' to WS-EOF
                end-read
                if WS-EOF = 'N' and SR-IDNUM = WS-ID
                    add 1 to WS-HITS
                    if WS-MODO = 'R'
                        move spaces to WS-DETALHE
                        string "aluno " SR-STUDENT
                            delimited by size into WS-DETALHE
                        end-string
                        perform DetailLine
                    else
                        delete RespFile
                            invalid key subtract 1 from WS-HITS
                        end-delete
                    end-if
                end-if
            end-perform
            close RespFile
            move WS-HITS to CT-STURESP
            perform SectionTotal.

      *>----------------------------------------------------------
      *> AUDIT.DAT and its monthly generations
      *>----------------------------------------------------------
       DoAudit.
            move "AUDIT.DAT - imagens antes/depois das alteracoes"
                to WS-SECAO
            perform SectionHead
            move zeros to CT-AUDIT
            move "AUDIT.DAT" to WS-AUD-NAME
            perform AuditOne
            move WS-RUN-DATE (1:4) to WS-PROBE-ANO
            move WS-RUN-DATE (5:2) to WS-PROBE-MES
            perform varying WS-BACK from 1 by 1 until WS-BACK > 36
                if WS-PROBE-MES = 1
                    subtract 1 from WS-PROBE-ANO
                    move 12 to WS-PROBE-MES
                else
                    subtract 1 from WS-PROBE-MES
                end-if
                compute WS-PROBE-PERIODO =
                    WS-PROBE-ANO * 100 + WS-PROBE-MES
                move spaces to WS-AUD-NAME
                string "AUDIT.DAT." delimited by size
                       WS-PROBE-PERIODO delimited by size
                    into WS-AUD-NAME
                end-string
                call "CBL_CHECK_FILE_EXIST"
                    using WS-AUD-NAME WS-FILE-INFO
                    returning WS-RC
                end-call
                if WS-RC = zero
                    perform AuditOne
                end-if
            end-perform
            move CT-AUDIT to WS-HITS
            perform SectionTotal.

      *> Each log is copied through AUDIT.LGPD; in an erasure the
      *> copy, with the subject's lines masked, replaces the log.
       AuditOne.
            open input AuditIn
            if AUD-FS not = "00"
                exit paragraph
            end-if
            if WS-MODO = 'E'
                open output AuditOut
            end-if
            move zeros to WS-AUD-MASKED
            move 'N' to WS-EOF
            perform until WS-EOF = 'Y'
                read AuditIn into WS-AUDIT-LINE
                    at end move 'Y' to WS-EOF
                    not at end
                        perform AuditMatch
                        if WS-ACHOU = 'Y'
                            add 1 to CT-AUDIT
                            add 1 to WS-AUD-MASKED
                            perform AuditHit
                        end-if
                        if WS-MODO = 'E'
                            write AuditOutRec from WS-AUDIT-LINE
                        end-if
                end-read
            end-perform
            close AuditIn
            if WS-MODO = 'E'
                close AuditOut
                if WS-AUD-MASKED > zeros
                    call "CBL_COPY_FILE" using "AUDIT.LGPD" WS-AUD-NAME
                        returning WS-RC
                    end-call
                    if WS-RC not = zero
                        display "** " function trim(WS-AUD-NAME)
                            " not replaced - masked copy left in"
                            " AUDIT.LGPD"
                        exit paragraph
                    end-if
                end-if
                call "CBL_DELETE_FILE" using "AUDIT.LGPD"
                    returning WS-RC
                end-call
            end-if.

      *> Only images of the personal-data files are the subject's;
      *> FATURA and CONTASREC images stay whole as fiscal proof.
       AuditMatch.
            move 'N' to WS-ACHOU
            if AL-FILE not = "customer.dat" and not = "CLIXREF.DAT"
                    and not = "CLIENTES.DAT" and not = "DADOS.DAT"
                    and not = "CADASTRO.DAT" and not = "CONTATO.DAT"
                    and not = "FIDELID.DAT" and not = "DUNNING.DAT"
                    and not = "STURESP.DAT"
                exit paragraph
            end-if
            move zeros to WS-HITS
            inspect WS-AUDIT-LINE tallying WS-HITS for all WS-ID-TXT
            if WS-NOME-CHAVE not = spaces
                inspect WS-AUDIT-LINE tallying WS-HITS
                    for all WS-NOME-CHAVE
            end-if
            if WS-FONE not = zeros
                inspect WS-AUDIT-LINE tallying WS-HITS
                    for all WS-FONE-TXT
            end-if
            if WS-DOC not = spaces
                move zeros to WS-LEN
                inspect WS-DOC tallying WS-LEN
                    for characters before initial space
                inspect WS-AUDIT-LINE tallying WS-HITS
                    for all WS-DOC (1:WS-LEN)
            end-if
            perform varying WS-DD-IDX from 1 by 1
                    until WS-DD-IDX > WS-DD-QTD
                move zeros to WS-LEN
                inspect WS-DD-CHAVE (WS-DD-IDX) tallying WS-LEN
                    for characters before initial "  "
                if WS-LEN > zeros
                    inspect WS-AUDIT-LINE tallying WS-HITS
                        for all WS-DD-CHAVE (WS-DD-IDX) (1:WS-LEN)
                end-if
            end-perform
            if WS-HITS > zeros
                move 'Y' to WS-ACHOU
            end-if.

       AuditHit.
            if WS-MODO = 'R'
                move spaces to WS-DETALHE
                string AL-DATE " " AL-FILE " " AL-ACTION " "
                       AL-OPERATOR delimited by size
                    into WS-DETALHE
                end-string
                perform DetailLine
            else
                if AL-KEY (1:8) not = WS-ID-TXT
                    move "ANONIMIZADO" to AL-KEY
                end-if
                move "ANONIMIZADO LGPD" to AL-BEFORE
                move "ANONIMIZADO LGPD" to AL-AFTER
            end-if.

      *>----------------------------------------------------------
      *> Fiscal records - counted, never changed
      *>----------------------------------------------------------
       DoFiscal.
            move "FISCAL - mantido por obrigacao legal (nao alterado)"
                to WS-SECAO
            perform SectionHead
            open input FaturaFile
            if FAT-FS = "00"
                move 'N' to WS-EOF
                move low-values to FAT-NUM
                start FaturaFile key is >= FAT-NUM
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read FaturaFile next record
                        at end move 'Y' to WS-EOF
                    end-read
                    if WS-EOF = 'N' and FAT-CLIENTE = WS-ID
                        add 1 to CT-FATURA
                    end-if
                end-perform
                close FaturaFile
            end-if
            open input ReceivFile
            if CR-FS = "00"
                move 'N' to WS-EOF
                move WS-ID to CR-CLIENTE
                move zeros to CR-FATURA
                start ReceivFile key is >= CR-CHAVE
                    invalid key move 'Y' to WS-EOF
                end-start
                perform until WS-EOF = 'Y'
                    read ReceivFile next record
                        at end move 'Y' to WS-EOF
                    end-read
                    if WS-EOF = 'N'
                        if CR-CLIENTE not = WS-ID
                            move 'Y' to WS-EOF
                        else
                            add 1 to CT-CONTASREC
                        end-if
                    end-if
                end-perform
                close ReceivFile
            end-if
            open input CredNota
            if NC-FS = "00"
                move 'N' to WS-EOF
                perform until WS-EOF = 'Y'
                    read CredNota into WS-NC-IN
                        at end move 'Y' to WS-EOF
                        not at end
                            if NCI-CLIENTE = WS-ID-TXT
                                add 1 to CT-CREDNOTA
                            end-if
                    end-read
                end-perform
                close CredNota
            end-if
            move spaces to WS-DETALHE
            string "FATURA.DAT    faturas       " CT-FATURA
                delimited by size into WS-DETALHE
            end-string
            perform DetailLine
            move spaces to WS-DETALHE
            string "CONTASREC.DAT titulos       " CT-CONTASREC
                delimited by size into WS-DETALHE
            end-string
            perform DetailLine
            move spaces to WS-DETALHE
            string "CREDNOTA.DAT  notas credito " CT-CREDNOTA
                delimited by size into WS-DETALHE
            end-string
            perform DetailLine.

      *>----------------------------------------------------------
      *> Proof of the erasure - counts only, no personal data
      *>----------------------------------------------------------
       LogErasure.
            move WS-RUN-DATE to LG-DATA
            move WS-RUN-TIME (1:6) to LG-HORA
            move WS-ID to LG-ID
            move SG-OPERATOR to LG-OPERADOR
            move spaces to LG-CONTAGEM
            string "cli " CT-CUSTOMER " xref " CT-XREF
                   " tel " CT-CLIENTES " end " CT-DADOS
                   " cad " CT-CADASTRO " cnt " CT-CONTATO
                   " fid " CT-FIDELID " dun " CT-DUNNING
                   " resp " CT-STURESP " aud " CT-AUDIT
                delimited by size into LG-CONTAGEM
            end-string
            open extend LgpdLog
            if LOG-FS = "35"
                close LgpdLog
                open output LgpdLog
            end-if
            write LgpdLogRec from WS-LOG-LINE
            close LgpdLog
            move "LGPD"      to AU-FILE
            move WS-ID       to AU-KEY
            move SG-OPERATOR to AU-OPERATOR
            move "ANO"       to AU-ACTION
            move spaces      to AU-BEFORE AU-AFTER
            string "cli " CT-CUSTOMER " xref " CT-XREF
                   " tel " CT-CLIENTES " end " CT-DADOS
                   " cad " CT-CADASTRO " cnt " CT-CONTATO
                   " fid " CT-FIDELID " dun " CT-DUNNING
                   " resp " CT-STURESP " aud " CT-AUDIT
                delimited by size into AU-AFTER
            end-string
            call "auditlog" using WS-AU-AREA
            display "Erasure of IDNum " WS-ID " complete and logged"
                " on LGPD.LOG."
            display "  fiscal records kept: " CT-FATURA " invoices, "
                CT-CONTASREC " receivables, " CT-CREDNOTA
                " credit notes".

       END PROGRAM lgpd.
